      *    balance; this is the program that answers "what made my
      *    balance move".
      *
      *    Each account's history comes off HISTIDX, the keyed
      *    history index (HIXFLDS): the browse starts at the
      *    account's first posting on or after the cycle start and
      *    runs to its last, so only that slice of the cumulative
      *    TRANHIST is ever read.  PARMCARD gives the cycle start
      *    and end dates; history posted inside the cycle prints as
      *    statement detail.  The account's current balance also
      *    carries anything posted AFTER the cycle closed (the next
      *    nights carries a twentieth of the book.  Cycle '00'
      *    prints the whole book in one run, the single-night
      *    behavior this program had before cycles existed.
      *
      *    An account CYCCHG has moved to a new cycle at its
      *    customer's request gets a one-time transition statement
      *    at that cycle's first close: when the transition start
      *    CYCFLDS records falls inside the card's cycle, the
      *    account's statement opens on it instead of the cycle
      *    start, since everything before it was on the old cycle's
      *    last statement.
      *
      *    Every statement now tells the customer what they owe and
      *    by when: a payment due date (the cycle end plus the
      *    PARMCARD's due-day count, 25 when the card leaves it
      *    blank) and a minimum payment due.  The minimum follows
      *    CBL0106's overlimit rule -- the amount over the limit plus
      *    2% of the limit -- or 2% of the closing balance for an
      *    account within its limit, floored at MIN-PAY-FLOOR, plus
      *    whatever DLQFILE says is already past due from earlier
      *    statements, and never more than the closing balance.
      *    Both figures are appended to STMTDUE (DUEFLDS) so the
      *    nightly DUECHK run can judge the payments that arrive
      *    against what the statement actually asked for.
      *
      *    The interest-applied figure is taken from history whose
      *    transaction code carries statement category I on the
      *    TRANCODE table (TCDFLDS).  Only history written before
      *    codes were stamped (HIST-TRAN-CODE blank) is still
      *    recognized by a comment beginning INTEREST.
      *
      *    An account that carries rewards points (RWDFILE, per
      *    RWDFLDS) gets a points summary under the minimum due:
      *    the points it opened the cycle with, what it earned,
      *    redeemed, lost to expiry and had clawed back during the
      *    cycle, and the points it closed with.  The movements
      *    come off the points ledger RWDLEDG (RLGFLDS); as with
      *    the money, the file's balance already carries anything
      *    moved after the cycle closed, so that is backed out
      *    first to arrive at the closing figure.
      *
      *    Under the closing balance the statement breaks the
      *    balance down by segment (SEGFILE, per SEGFLDS, read
      *    beside ACCTREC): purchases, cash advances, fees,
      *    interest and promotional balances, each with the rate it
      *    accrues at.  The segments are kept current by the
      *    nightly runs, so anything posted after the cycle closed
      *    is backed out on a line of its own and the breakdown
      *    adds up to the closing balance.  An account with no
      *    segment record shows its whole balance as purchases.
      *
      *    Each run appends its counts and times to RUNLOG for
      *    JOBSTATS and RUNCMPR.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FILE-CONTROL.
           SELECT PRINT-LINE  ASSIGN TO PRTLINE.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT CAL-IN      ASSIGN TO CALIN.
           SELECT CAL-OUT     ASSIGN TO CALOUT.
           SELECT STMT-ARCH   ASSIGN TO STMTARCH.
           SELECT MSG-CTL     ASSIGN TO STMTMSGS.
           SELECT JOINT-IN    ASSIGN TO JOINTF.
           SELECT STMT-DUE    ASSIGN TO STMTDUE.
           SELECT DLQ-IN      ASSIGN TO DLQFILE.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
           SELECT RWD-IN      ASSIGN TO RWDFILE.
           SELECT RWD-LEDG    ASSIGN TO RWDLEDG.
           SELECT SEG-IN      ASSIGN TO SEGFILE.
      *-------------
       DATA DIVISION.
      *-------------
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    SEG-IN -- the balance segments (SEGFLDS), in account
      *    sequence; worked in SEGMENT-FIELDS.
       FD  SEG-IN RECORDING MODE F.
       01  SEG-IN-REC.
           05  SEGI-ACCT-NO       PIC X(8).
           05  FILLER             PIC X(72).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
      *    PARM-CARD -- one 80-byte control record carrying the
      *    statement cycle: start date in bytes 1-8 and end date in
      *    bytes 9-16, both YYYYMMDD, and the statement cycle
      *    closing tonight in bytes 17-18 ('00' or blank for the
      *    whole book).  Bytes 19-20 carry the number of days from
      *    the cycle end to the payment due date (blank means 25).
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-CYCLE-START   PIC 9(8).
           05  PARM-CYCLE-END     PIC 9(8).
           05  PARM-BILL-CYCLE    PIC X(2).
           05  PARM-DUE-DAYS      PIC X(2).
           05  FILLER             PIC X(60).
      *
      *    CAL-IN/CAL-OUT -- the processing-calendar control file:
      *    one record per cycle a cycle-sensitive program has
       FD  JOINT-IN RECORDING MODE F.
       01  JOINT-FIELDS.
           COPY JNTFLDS.
      *
      *    STMT-DUE -- one record appended per statement printed: the
      *    due date and minimum due (DUEFLDS) for DUECHK to judge.
       FD  STMT-DUE RECORDING MODE F.
       01  DUE-FIELDS.
           COPY DUEFLDS.
      *
      *    DLQ-IN -- the contractual-delinquency snapshot (DLQFLDS)
      *    DUECHK rebuilt last night; its past-due amount rides on
      *    top of this statement's minimum.
       FD  DLQ-IN RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
      *    TRAN-CODES -- the transaction-code table (TCDFLDS).
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
      *    RWD-IN/RWD-LEDG -- the rewards-points balances (RWDFLDS)
      *    and the cumulative points ledger (RLGFLDS).
       FD  RWD-IN RECORDING MODE F.
       01  RWD-FIELDS.
           COPY RWDFLDS.
      *
       FD  RWD-LEDG RECORDING MODE F.
       01  RLG-FIELDS.
           COPY RLGFLDS.
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
           05  LASTREC            PIC X VALUE SPACE.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
       01  CYCLE-DATES.
           05  CYCLE-START        PIC 9(8) VALUE ZERO.
           05  CYCLE-END          PIC 9(8) VALUE ZERO.
           05  CARD-CYCLE-START   PIC 9(8) VALUE ZERO.
      *
       01  STMT-COUNTS.
           05  STMTS-PRINTED      PIC S9(7) COMP-3 VALUE ZERO.
           05  BILL-CYCLE-CODE    PIC X(2) VALUE '00'.
               88  WHOLE-BOOK-RUN     VALUE '00'.
           05  ACCT-CYCLE-WK      PIC X(2) VALUE SPACES.
           05  ACCT-TRANSITION-WK PIC 9(8) VALUE ZERO.
           05  CLOSE-NEXT-DAY     PIC 9(8) VALUE ZERO.
           05  CYC-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CYC        VALUE 'Y'.
           05  CYC-CAPACITY-FLAG  PIC X VALUE 'N'.
           05  CYC-ENTRY OCCURS 5000 TIMES INDEXED BY CY-IDX.
               10  CYT-ACCT-NO    PIC X(8).
               10  CYT-CODE       PIC X(2).
               10  CYT-TRANSITION PIC 9(8).
               10  CYT-PRIOR-CODE PIC X(2).
      *
      *    XREF-TABLE -- the account-to-customer links off CUSTXREF;
      *    the same bounded-table-with-a-warning treatment PROMMTCH
           05  SAL-LABEL       PIC X(20).
           05  SAL-AMT         PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(43) VALUE SPACES.
      *
      *
      *    SEGMENT-FIELDS -- the account's balance segments, and
      *    the names and rates the breakdown prints them under.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
       01  SEGMENT-PRINT-WORK.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
           05  SEG-SUB            PIC S9(4) COMP VALUE 0.
           05  SEG-ACCOUNT-RATE   PIC S9V999 COMP-3 VALUE ZERO.
           05  SEG-APR-WK         PIC S9V999 COMP-3 VALUE ZERO.
           05  SEGS-MISSING       PIC S9(7) COMP-3 VALUE ZERO.
       01  SEG-NAME-VALUES.
           05  FILLER          PIC X(18) VALUE 'Purchases'.
           05  FILLER          PIC X(18) VALUE 'Cash Advances'.
           05  FILLER          PIC X(18) VALUE 'Fees'.
           05  FILLER          PIC X(18) VALUE 'Interest'.
           05  FILLER          PIC X(18) VALUE 'Promotional'.
       01  SEG-NAME-TABLE REDEFINES SEG-NAME-VALUES.
           05  SEG-NAME        PIC X(18) OCCURS 5 TIMES.
      *
       01  STMT-SEG-HDR.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(20) VALUE 'Balance by Segment'.
           05  FILLER          PIC X(58) VALUE SPACES.
      *
       01  STMT-SEG-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  SSL-LABEL       PIC X(18).
           05  SSL-AMT         PIC $$$,$$$,$$9.99-.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SSL-RATE-AREA.
               10  SSL-RATE-LIT PIC X(06) VALUE 'Rate  '.
               10  SSL-RATE    PIC 9.999.
           05  FILLER          PIC X(30) VALUE SPACES.
      *
       01  STMT-DETAIL-HDR.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(33) VALUE SPACES.
      *
       01  STMT-BLANK          PIC X(80) VALUE SPACES.
      *
      *    PAYMENT-DUE-WORK -- this statement's due date and minimum,
      *    per the prologue.  MIN-PAY-FLOOR is CBL0106's.
       01  PAYMENT-DUE-WORK.
           05  DUE-DAYS-WK        PIC 9(2) VALUE 25.
           05  PAY-DUE-DATE       PIC 9(8) VALUE ZERO.
           05  MIN-DUE-AMT        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  PAST-DUE-WK        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  OVER-LIMIT-WK      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  MIN-PAY-FLOOR          PIC S9(3)V99 COMP-3 VALUE 25.00.
       01  DUES-WRITTEN           PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    DLQ-TABLE -- the accounts DLQFILE shows past due, loaded
      *    once; the same bounded-table-with-a-warning treatment
      *    PROMMTCH gives payments.  A current account is not kept.
       01  DLQ-CTL.
           05  DLQ-COUNT          PIC S9(4) COMP VALUE 0.
           05  DLQ-MAX            PIC S9(4) COMP VALUE 5000.
           05  DLQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DLQ        VALUE 'Y'.
           05  DLQ-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DLQ-TABLE-FULL     VALUE 'Y'.
       01  DLQ-TABLE.
           05  DLQ-ENTRY OCCURS 5000 TIMES INDEXED BY DQ-IDX.
               10  DQT-ACCT-NO    PIC X(8).
               10  DQT-PAST-DUE   PIC S9(7)V99 COMP-3.
      *
      *    CODE-TABLE -- TRANCODE loaded once; only the code and
      *    its statement category are needed here.
       01  CODE-CTL.
           05  CODE-COUNT         PIC S9(4) COMP VALUE 0.
           05  CODE-MAX           PIC S9(4) COMP VALUE 100.
           05  TCD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CODES      VALUE 'Y'.
           05  CODE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CODE-TABLE-FULL    VALUE 'Y'.
           05  INTEREST-FLAG      PIC X VALUE 'N'.
               88  HIST-IS-INTEREST   VALUE 'Y'.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(4).
               10  CDT-CATEGORY   PIC X(1).
      *
      *    POINTS-TABLE -- each rewards account's balance off
      *    RWDFILE with its ledger movements gathered: the cycle's
      *    by kind, and the net moved since the cycle closed.  The
      *    same bounded-table-with-a-warning treatment PROMMTCH
      *    gives payments.
       01  PTS-CTL.
           05  PTS-COUNT          PIC S9(4) COMP VALUE 0.
           05  PTS-MAX            PIC S9(4) COMP VALUE 5000.
           05  RWD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-RWD        VALUE 'Y'.
           05  RLG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-RLG        VALUE 'Y'.
           05  PTS-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  PTS-TABLE-FULL     VALUE 'Y'.
           05  PTS-FOUND-FLAG     PIC X VALUE 'N'.
               88  POINTS-FOUND       VALUE 'Y'.
           05  PTS-SLOT           PIC S9(4) COMP VALUE 0.
       01  PTS-TABLE.
           05  PTS-ENTRY OCCURS 5000 TIMES INDEXED BY PT-IDX.
               10  PTT-ACCT-NO    PIC X(8).
               10  PTT-BALANCE    PIC S9(9) COMP-3.
               10  PTT-EARNED     PIC S9(9) COMP-3.
               10  PTT-REDEEMED   PIC S9(9) COMP-3.
               10  PTT-EXPIRED    PIC S9(9) COMP-3.
               10  PTT-CLAWED     PIC S9(9) COMP-3.
               10  PTT-POST-CYCLE PIC S9(9) COMP-3.
       01  POINTS-WORK.
           05  PTS-CLOSING        PIC S9(9) COMP-3 VALUE ZERO.
           05  PTS-OPENING        PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  STMT-PTS-HDR.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(14) VALUE 'Rewards Points'.
           05  FILLER          PIC X(64) VALUE SPACES.
      *
       01  STMT-PTS-LINE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  SPL-LABEL       PIC X(18).
           05  SPL-POINTS      PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(46) VALUE SPACES.
      *
       01  STMT-DUE-LINE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(20) VALUE 'Payment Due Date    '.
           05  SDL-DUE-DATE    PIC 9(8).
           05  FILLER          PIC X(50) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
               MOVE '00' TO PARM-BILL-CYCLE
           END-IF.
           MOVE PARM-BILL-CYCLE  TO BILL-CYCLE-CODE.
           IF PARM-DUE-DAYS NUMERIC AND PARM-DUE-DAYS > '00'
               MOVE PARM-DUE-DAYS TO DUE-DAYS-WK
           END-IF.
           CLOSE PARM-CARD.
           IF CYCLE-START NOT NUMERIC
               OR CYCLE-END NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE CYCLE-END(1:6) TO RUN-CYCLE.
           MOVE CYCLE-START TO CARD-CYCLE-START.
           PERFORM CHECK-CYCLE-GATE.
           PERFORM LOAD-CYCLE-TABLE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-MESSAGE-TABLE.
           PERFORM LOAD-JOINT-TABLE.
           PERFORM LOAD-DLQ-TABLE.
           PERFORM LOAD-CODE-TABLE.
           PERFORM LOAD-POINTS-TABLE.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  SEG-IN.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND STMT-ARCH.
           OPEN EXTEND STMT-DUE.
           PERFORM READ-SEG.
      *
       PROCESS-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM GET-ACCOUNT-SEGMENTS
               PERFORM GET-ACCOUNT-CYCLE
               EVALUATE TRUE
                   WHEN NOT WHOLE-BOOK-RUN
                       AND ACCT-CYCLE-WK NOT = BILL-CYCLE-CODE
                       ADD 1 TO ACCTS-OFF-CYCLE
                   WHEN ACCOUNT-ACTIVE
                       PERFORM BUILD-STATEMENT
                       PERFORM PRINT-STATEMENT
                   WHEN OTHER
                       ADD 1 TO ACCTS-SKIPPED
               END-EVALUATE
               PERFORM READ-RECORD
           END-PERFORM.
           DISPLAY 'STMTPRT: ACCOUNTS SKIPPED   = ' ACCTS-SKIPPED.
           DISPLAY 'STMTPRT: OFF-CYCLE          = ' ACCTS-OFF-CYCLE.
           DISPLAY 'STMTPRT: MESSAGES PRINTED   = ' MSGS-PRINTED.
           DISPLAY 'STMTPRT: DUE RECORDS WRITTEN= ' DUES-WRITTEN.
           DISPLAY 'STMTPRT: SEGMENTS MISSING   = ' SEGS-MISSING.
           IF DLQ-TABLE-FULL
               DISPLAY 'STMTPRT: DLQ TABLE FILLED AT 5000 -- EXCESS '
                       'MINIMUMS OMIT THE PAST-DUE AMOUNT'
           END-IF.
           IF CODE-TABLE-FULL
               DISPLAY 'STMTPRT: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS INTEREST'
           END-IF.
           IF JNT-TABLE-FULL
               DISPLAY 'STMTPRT: JOINT TABLE FILLED AT 2000 -- '
                       'EXCESS STATEMENTS OMIT THE SECOND NAME'
           END-IF.
           IF PTS-TABLE-FULL
               DISPLAY 'STMTPRT: POINTS TABLE FILLED AT 5000 -- '
                       'EXCESS STATEMENTS OMIT THE POINTS SUMMARY'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE SEG-IN.
           CLOSE HIST-INDEX.
           CLOSE PRINT-LINE.
           CLOSE STMT-ARCH.
           CLOSE STMT-DUE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *
      *
       LOAD-CYCLE-TABLE.
           IF NOT WHOLE-BOOK-RUN
               COMPUTE CLOSE-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(CYCLE-END) + 1)
               OPEN INPUT CYCLE-FILE
               PERFORM READ-CYCLE-RECORD
               PERFORM UNTIL NO-MORE-CYC
                       ADD 1 TO CYC-COUNT
                       MOVE CYC-ACCT-NO TO CYT-ACCT-NO(CYC-COUNT)
                       MOVE CYC-CODE    TO CYT-CODE(CYC-COUNT)
                       MOVE ZERO TO CYT-TRANSITION(CYC-COUNT)
                       IF CYC-TRANSITION-START NUMERIC
                           MOVE CYC-TRANSITION-START
                               TO CYT-TRANSITION(CYC-COUNT)
                       END-IF
                       MOVE CYC-PRIOR-CODE
                           TO CYT-PRIOR-CODE(CYC-COUNT)
                   ELSE
                       SET CYC-TABLE-FULL TO TRUE
                   END-IF
           END-PERFORM.
      *
      *    GET-ACCOUNT-CYCLE -- the account's assigned cycle; no
      *    assignment means cycle 01, per CYCFLDS.  An account
      *    CYCCHG moved off the card's cycle tonight -- its prior
      *    cycle is the card's and its transition starts the day
      *    after the card's cycle end -- still takes this cycle's
      *    statement, its last on the old cycle.  The statement
      *    opens on the account's transition start when it falls
      *    inside the card's cycle, on the cycle start otherwise.
       GET-ACCOUNT-CYCLE.
           MOVE '01' TO ACCT-CYCLE-WK.
           MOVE ZERO TO ACCT-TRANSITION-WK.
           IF NOT WHOLE-BOOK-RUN
               PERFORM VARYING CY-IDX FROM 1 BY 1
                   UNTIL CY-IDX > CYC-COUNT
                   IF CYT-ACCT-NO(CY-IDX) = ACCT-NO
                       MOVE CYT-CODE(CY-IDX) TO ACCT-CYCLE-WK
                       MOVE CYT-TRANSITION(CY-IDX)
                           TO ACCT-TRANSITION-WK
                       IF CYT-PRIOR-CODE(CY-IDX) = BILL-CYCLE-CODE
                           AND CYT-TRANSITION(CY-IDX) = CLOSE-NEXT-DAY
                           MOVE BILL-CYCLE-CODE TO ACCT-CYCLE-WK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CARD-CYCLE-START TO CYCLE-START.
           IF ACCT-TRANSITION-WK > CARD-CYCLE-START
               AND ACCT-TRANSITION-WK <= CYCLE-END
               MOVE ACCT-TRANSITION-WK TO CYCLE-START
           END-IF.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at this account's
      *    first history posted on or after the cycle start and
      *    reads it; NO-MORE-HIST straight away means none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE ACCT-NO        TO HIX-ACCT-NO.
           MOVE CYCLE-START    TO HIX-POST-DATE.
           MOVE ZERO           TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           IF NOT NO-MORE-HIST
               PERFORM READ-HIST
           END-IF.
      *
      *    READ-HIST -- the next history in the browse, which ends
      *    at this account's last record.
       READ-HIST.
           READ HIST-INDEX NEXT RECORD
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               IF HIX-ACCT-NO NOT = ACCT-NO
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
      *
      *    BUILD-STATEMENT -- collects this account's in-cycle history
      *    into CYCLE-DETAIL-TABLE and accumulates the cycle's net
      *    movement and interest.  Interest is recognized the way
      *    INTACCR writes it: a history comment beginning INTEREST.
       BUILD-STATEMENT.
           MOVE ZERO TO DETAIL-COUNT.
           MOVE ZERO TO CYCLE-NET.
           MOVE ZERO TO POST-CYCLE-NET.
           MOVE ZERO TO CYCLE-INTEREST.
           MOVE 'N'  TO DETAIL-CAPACITY-FLAG.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-POST-DATE >= CYCLE-START
                   AND HIST-POST-DATE <= CYCLE-END
                   PERFORM TAKE-CYCLE-DETAIL
           ELSE
               SUBTRACT HIST-AMOUNT FROM CYCLE-NET
           END-IF.
           PERFORM CHECK-INTEREST-HIST.
           IF HIST-IS-INTEREST
               ADD HIST-AMOUNT TO CYCLE-INTEREST
           END-IF.
           IF DETAIL-COUNT < DETAIL-MAX
           MOVE CLOSING-BALANCE        TO SAL-AMT.
           MOVE STMT-AMT-LINE TO PRINT-REC.
           PERFORM PUT-STMT-LINE.
           PERFORM PRINT-SEGMENT-BLOCK.
           PERFORM COMPUTE-PAYMENT-DUE.
           MOVE PAY-DUE-DATE TO SDL-DUE-DATE.
           MOVE STMT-DUE-LINE TO PRINT-REC.
           PERFORM PUT-STMT-LINE.
           IF PAST-DUE-WK > ZERO
               MOVE 'Past Due Amount     ' TO SAL-LABEL
               MOVE PAST-DUE-WK            TO SAL-AMT
               MOVE STMT-AMT-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
           END-IF.
           MOVE 'Minimum Payment Due ' TO SAL-LABEL.
           MOVE MIN-DUE-AMT            TO SAL-AMT.
           MOVE STMT-AMT-LINE TO PRINT-REC.
           PERFORM PUT-STMT-LINE.
           PERFORM WRITE-DUE-RECORD.
           PERFORM PRINT-POINTS-SUMMARY.
           PERFORM PRINT-MESSAGE-BLOCK.
      *
      *
      *    PRINT-SEGMENT-BLOCK -- every segment carrying money, at
      *    the rate it accrues at (its own rate, else the account's
      *    rate as INTACCR last priced it; a promotional rate only
      *    through its expiry), then anything posted after the
      *    cycle closed backed out so the block adds up to the
      *    closing balance.
       PRINT-SEGMENT-BLOCK.
           MOVE STMT-SEG-HDR TO PRINT-REC.
           PERFORM PUT-STMT-LINE.
           IF SEG-BASE-RATE NUMERIC AND SEG-BASE-RATE > ZERO
               MOVE SEG-BASE-RATE TO SEG-ACCOUNT-RATE
           ELSE
               MOVE INT-RATE TO SEG-ACCOUNT-RATE
           END-IF.
           PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 5
               IF SEG-AMOUNT(SEG-SUB) NOT = ZERO
                   MOVE SEG-ACCOUNT-RATE TO SEG-APR-WK
                   IF SEG-SUB < 5 AND SEG-RATE(SEG-SUB) > ZERO
                       MOVE SEG-RATE(SEG-SUB) TO SEG-APR-WK
                   END-IF
                   IF SEG-SUB = 5
                       AND SEG-PROMO-EXPIRY NOT < CYCLE-END
                       MOVE SEG-RATE(5) TO SEG-APR-WK
                   END-IF
                   MOVE SEG-NAME(SEG-SUB)   TO SSL-LABEL
                   MOVE SEG-AMOUNT(SEG-SUB) TO SSL-AMT
                   MOVE 'Rate  '            TO SSL-RATE-LIT
                   MOVE SEG-APR-WK          TO SSL-RATE
                   MOVE STMT-SEG-LINE TO PRINT-REC
                   PERFORM PUT-STMT-LINE
               END-IF
           END-PERFORM.
           IF POST-CYCLE-NET NOT = ZERO
               MOVE 'Less Later Postings' TO SSL-LABEL
               COMPUTE SSL-AMT = ZERO - POST-CYCLE-NET
               MOVE SPACES TO SSL-RATE-AREA
               MOVE STMT-SEG-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
           END-IF.
      *
       PUT-STMT-LINE.
           WRITE PRINT-REC.
               END-IF
           END-PERFORM.
      *
      *    COMPUTE-PAYMENT-DUE -- the due date and the minimum
      *    payment, per the prologue.  A statement that closes at
      *    zero or in credit asks for nothing.
       COMPUTE-PAYMENT-DUE.
           COMPUTE PAY-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CYCLE-END) + DUE-DAYS-WK).
           PERFORM FIND-PAST-DUE.
           IF CLOSING-BALANCE NOT > ZERO
               MOVE ZERO TO MIN-DUE-AMT
               MOVE ZERO TO PAST-DUE-WK
           ELSE
               IF ACCT-LIMIT < CLOSING-BALANCE
                   COMPUTE OVER-LIMIT-WK = CLOSING-BALANCE - ACCT-LIMIT
                   COMPUTE MIN-DUE-AMT ROUNDED =
                       OVER-LIMIT-WK + (ACCT-LIMIT * .02)
               ELSE
                   COMPUTE MIN-DUE-AMT ROUNDED =
                       CLOSING-BALANCE * .02
               END-IF
               IF MIN-DUE-AMT < MIN-PAY-FLOOR
                   MOVE MIN-PAY-FLOOR TO MIN-DUE-AMT
               END-IF
               ADD PAST-DUE-WK TO MIN-DUE-AMT
               IF MIN-DUE-AMT > CLOSING-BALANCE
                   MOVE CLOSING-BALANCE TO MIN-DUE-AMT
               END-IF
               IF PAST-DUE-WK > MIN-DUE-AMT
                   MOVE MIN-DUE-AMT TO PAST-DUE-WK
               END-IF
           END-IF.
      *
       FIND-PAST-DUE.
           MOVE ZERO TO PAST-DUE-WK.
           PERFORM VARYING DQ-IDX FROM 1 BY 1
               UNTIL DQ-IDX > DLQ-COUNT
               IF DQT-ACCT-NO(DQ-IDX) = ACCT-NO
                   MOVE DQT-PAST-DUE(DQ-IDX) TO PAST-DUE-WK
               END-IF
           END-PERFORM.
      *
      *    WRITE-DUE-RECORD -- what this statement asked for, open
      *    for DUECHK to judge once the due date has passed.
       WRITE-DUE-RECORD.
           MOVE SPACES          TO DUE-FIELDS.
           MOVE ACCT-NO         TO DUE-ACCT-NO.
           MOVE CYCLE-END       TO DUE-STMT-DATE.
           MOVE PAY-DUE-DATE    TO DUE-DATE.
           MOVE CLOSING-BALANCE TO DUE-STMT-BALANCE.
           MOVE MIN-DUE-AMT     TO DUE-MIN-AMOUNT.
           MOVE PAST-DUE-WK     TO DUE-PAST-DUE-IN.
           SET DUE-OPEN         TO TRUE.
           MOVE ZERO            TO DUE-PAID-AMOUNT.
           MOVE ZERO            TO DUE-CYCLES-PAST.
           MOVE ZERO            TO DUE-PAST-DUE-AMT.
           MOVE ZERO            TO DUE-JUDGED-DATE.
           WRITE DUE-FIELDS.
           ADD 1 TO DUES-WRITTEN.
      *
      *    LOAD-DLQ-TABLE -- only accounts with money past due are
      *    kept; an empty DLQFILE means nobody is past due yet.
       LOAD-DLQ-TABLE.
           OPEN INPUT DLQ-IN.
           PERFORM READ-DLQ
           PERFORM UNTIL NO-MORE-DLQ
               IF DLQ-PAST-DUE-AMT NUMERIC
                   AND DLQ-PAST-DUE-AMT > ZERO
                   IF DLQ-COUNT < DLQ-MAX
                       ADD 1 TO DLQ-COUNT
                       MOVE DLQ-ACCT-NO TO DQT-ACCT-NO(DLQ-COUNT)
                       MOVE DLQ-PAST-DUE-AMT
                           TO DQT-PAST-DUE(DLQ-COUNT)
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
      *    CHECK-INTEREST-HIST -- a coded history record is interest
      *    when its code's category is I; an uncoded one when its
      *    comment says so.
       CHECK-INTEREST-HIST.
           MOVE 'N' TO INTEREST-FLAG.
           IF HIST-TRAN-CODE = SPACES
               IF HIST-COMMENT(1:8) = 'INTEREST'
                   SET HIST-IS-INTEREST TO TRUE
               END-IF
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CODE-COUNT OR HIST-IS-INTEREST
                   IF CDT-CODE(CD-IDX) = HIST-TRAN-CODE
                       AND CDT-CATEGORY(CD-IDX) = 'I'
                       SET HIST-IS-INTEREST TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    LOAD-CODE-TABLE -- codes past the table's capacity are
      *    warned about at close.
       LOAD-CODE-TABLE.
           OPEN INPUT TRAN-CODES.
           PERFORM READ-CODE
           PERFORM UNTIL NO-MORE-CODES
               IF TCD-CODE NOT = SPACES
                   IF CODE-COUNT < CODE-MAX
                       ADD 1 TO CODE-COUNT
                       MOVE TCD-CODE TO CDT-CODE(CODE-COUNT)
                       MOVE TCD-STMT-CATEGORY
                                     TO CDT-CATEGORY(CODE-COUNT)
                   ELSE
                       SET CODE-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CODE
           END-PERFORM.
           CLOSE TRAN-CODES.
      *
       READ-CODE.
           READ TRAN-CODES
               AT END SET NO-MORE-CODES TO TRUE
           END-READ.
      *
      *    LOAD-POINTS-TABLE -- the RWDFILE balances first, then
      *    every RWDLEDG movement from the cycle start on gathered
      *    against its account.
       LOAD-POINTS-TABLE.
           OPEN INPUT RWD-IN.
           PERFORM READ-RWD
           PERFORM UNTIL NO-MORE-RWD
               IF PTS-COUNT < PTS-MAX
                   ADD 1 TO PTS-COUNT
                   MOVE RWD-ACCT-NO    TO PTT-ACCT-NO(PTS-COUNT)
                   MOVE RWD-POINTS-BAL TO PTT-BALANCE(PTS-COUNT)
                   MOVE ZERO TO PTT-EARNED(PTS-COUNT)
                   MOVE ZERO TO PTT-REDEEMED(PTS-COUNT)
                   MOVE ZERO TO PTT-EXPIRED(PTS-COUNT)
                   MOVE ZERO TO PTT-CLAWED(PTS-COUNT)
                   MOVE ZERO TO PTT-POST-CYCLE(PTS-COUNT)
               ELSE
                   SET PTS-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-RWD
           END-PERFORM.
           CLOSE RWD-IN.
           OPEN INPUT RWD-LEDG.
           PERFORM READ-RLG
           PERFORM UNTIL NO-MORE-RLG
               IF RLG-DATE NOT < CYCLE-START
                   PERFORM TAKE-POINTS-MOVEMENT
               END-IF
               PERFORM READ-RLG
           END-PERFORM.
           CLOSE RWD-LEDG.
      *
       READ-RWD.
           READ RWD-IN
               AT END SET NO-MORE-RWD TO TRUE
           END-READ.
      *
       READ-RLG.
           READ RWD-LEDG
               AT END SET NO-MORE-RLG TO TRUE
           END-READ.
      *
       TAKE-POINTS-MOVEMENT.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PTS-COUNT
               IF PTT-ACCT-NO(PT-IDX) = RLG-ACCT-NO
                   IF RLG-DATE > CYCLE-END
                       ADD RLG-POINTS TO PTT-POST-CYCLE(PT-IDX)
                   ELSE
                       EVALUATE TRUE
                           WHEN RLG-EARNED
                               ADD RLG-POINTS TO PTT-EARNED(PT-IDX)
                           WHEN RLG-REDEEMED
                               ADD RLG-POINTS TO PTT-REDEEMED(PT-IDX)
                           WHEN RLG-EXPIRED
                               ADD RLG-POINTS TO PTT-EXPIRED(PT-IDX)
                           WHEN RLG-CLAWED
                               ADD RLG-POINTS TO PTT-CLAWED(PT-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    PRINT-POINTS-SUMMARY -- closing is the balance less what
      *    moved after the cycle; opening is closing less the
      *    cycle's movements.  Points taken away print as negative.
       PRINT-POINTS-SUMMARY.
           MOVE 'N' TO PTS-FOUND-FLAG.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PTS-COUNT OR POINTS-FOUND
               IF PTT-ACCT-NO(PT-IDX) = ACCT-NO
                   SET POINTS-FOUND TO TRUE
                   SET PTS-SLOT TO PT-IDX
               END-IF
           END-PERFORM.
           IF POINTS-FOUND
               COMPUTE PTS-CLOSING = PTT-BALANCE(PTS-SLOT)
                   - PTT-POST-CYCLE(PTS-SLOT)
               COMPUTE PTS-OPENING = PTS-CLOSING
                   - PTT-EARNED(PTS-SLOT) - PTT-REDEEMED(PTS-SLOT)
                   - PTT-EXPIRED(PTS-SLOT) - PTT-CLAWED(PTS-SLOT)
               MOVE STMT-PTS-HDR TO PRINT-REC
               PERFORM PUT-STMT-LINE
               MOVE 'Opening Points    ' TO SPL-LABEL
               MOVE PTS-OPENING          TO SPL-POINTS
               MOVE STMT-PTS-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
               MOVE 'Earned            ' TO SPL-LABEL
               MOVE PTT-EARNED(PTS-SLOT) TO SPL-POINTS
               MOVE STMT-PTS-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
               MOVE 'Redeemed          ' TO SPL-LABEL
               MOVE PTT-REDEEMED(PTS-SLOT) TO SPL-POINTS
               MOVE STMT-PTS-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
               MOVE 'Expired           ' TO SPL-LABEL
               MOVE PTT-EXPIRED(PTS-SLOT) TO SPL-POINTS
               MOVE STMT-PTS-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
               MOVE 'Clawed Back       ' TO SPL-LABEL
               MOVE PTT-CLAWED(PTS-SLOT) TO SPL-POINTS
               MOVE STMT-PTS-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
               MOVE 'Closing Points    ' TO SPL-LABEL
               MOVE PTS-CLOSING          TO SPL-POINTS
               MOVE STMT-PTS-LINE TO PRINT-REC
               PERFORM PUT-STMT-LINE
           END-IF.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'STMTPRT'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           COMPUTE LOG-RECS-IN = STMTS-PRINTED + ACCTS-SKIPPED
                               + ACCTS-OFF-CYCLE.
           MOVE STMTS-PRINTED     TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
      *
      *    GET-ACCOUNT-SEGMENTS -- the current master's segment
      *    record into SEGMENT-FIELDS; records for accounts no
      *    longer on the master are passed over (SEGPROOF lists
      *    them), and an account without one shows its whole
      *    balance as purchases.
       GET-ACCOUNT-SEGMENTS.
           PERFORM UNTIL NO-MORE-SEGS OR SEGI-ACCT-NO NOT < ACCT-NO
               PERFORM READ-SEG
           END-PERFORM.
           IF NOT NO-MORE-SEGS AND SEGI-ACCT-NO = ACCT-NO
               MOVE SEG-IN-REC TO SEGMENT-FIELDS
               PERFORM READ-SEG
           ELSE
               MOVE SPACES TO SEGMENT-FIELDS
               MOVE ACCT-NO TO SEG-ACCT-NO
               PERFORM VARYING SEG-SUB FROM 1 BY 1
                   UNTIL SEG-SUB > 5
                   MOVE ZERO TO SEG-AMOUNT(SEG-SUB)
                   MOVE ZERO TO SEG-RATE(SEG-SUB)
               END-PERFORM
               MOVE ACCT-BALANCE TO SEG-AMOUNT(1)
               MOVE ZERO TO SEG-PROMO-EXPIRY
               MOVE ZERO TO SEG-BASE-RATE
               MOVE ZERO TO SEG-MIN-STMT-DATE
               MOVE ZERO TO SEG-MIN-APPLIED
               ADD 1 TO SEGS-MISSING
           END-IF.
