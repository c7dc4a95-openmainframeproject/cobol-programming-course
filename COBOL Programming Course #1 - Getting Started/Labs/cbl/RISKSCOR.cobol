      *    the credit decisions had exactly two inputs, status and
      *    limit headroom, and two accounts at 80% utilization looked
      *    identical whether one had paid on time for five years or
      *    never paid at all.  The run reads ACCTREC and, for each
      *    account, browses its posting history inside the lookback
      *    window from HISTIDX, the keyed history index (HIXFLDS),
      *    and scores each ACTIVE account from 100 down:
      *
      *        utilization   -- heavier use of the line costs points,
      *                         and being over the limit costs more
      *                         activity on an owing account, the
      *                         deeper the deduction, the same aging
      *                         idea AGERPT buckets by
      *        bureau score  -- the newest credit-bureau score on
      *                         the external-score history BURRTN
      *                         keeps (EXTSCORE, EXSFLDS, matched
      *                         by account): a low score costs up
      *                         to 30 points and a strong one
      *                         earns a few back, so a customer
      *                         paying us while falling behind
      *                         elsewhere no longer grades A.  A
      *                         score more than EXT-MAX-AGE-DAYS
      *                         old -- two refreshes missed -- or
      *                         no score at all is neutral
      *
      *    The points each factor cost are written beside its input,
      *    so a decline or a line decrease made on the grade can
      *    name the factors that actually drove it in the customer's
      *    adverse-action notice.
      *
      *    The score maps to grade A (best) through E (worst) and one
      *    SCRFLDS record per scored account is written to SCOREF,
      *    which is rebuilt whole each run -- consumers (PURCHAUT,
      *    LINEREV) load it as a table.  RISKRPT lists the account
      *    counts per grade for credit.  Each run appends its counts
      *    and times to RUNLOG for JOBSTATS and RUNCMPR.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT SCORE-FILE  ASSIGN TO SCOREF.
           SELECT EXT-SCORE   ASSIGN TO EXTSCORE.
           SELECT PRINT-LINE  ASSIGN TO RISKRPT.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
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
       FD  SCORE-FILE RECORDING MODE F.
       01  SCORE-FIELDS.
           COPY SCRFLDS.
      *
      *    EXT-SCORE -- the external-score history (EXSFLDS), in
      *    account order like ACCTREC.
       FD  EXT-SCORE RECORDING MODE F.
       01  EXT-SCORE-FIELDS.
           COPY EXSFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
       01  PARM-REC.
           05  PARM-LOOKBACK-START PIC 9(8).
           05  FILLER              PIC X(72).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  EXT-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-EXT        VALUE 'Y'.
      *
       01  LOOKBACK-START         PIC 9(8) VALUE ZERO.
      *
      *    HIX-STATUS -- the index's file status; SHIST-FIELDS is the
      *    history record the browse is on.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
      *
       01  SCORE-COUNTS.
           05  RECORDS-SCANNED    PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-SCORED    PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-SKIPPED   PIC S9(7) COMP-3 VALUE ZERO.
           05  BUREAU-SCORES-USED PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    GRADE-TALLY -- accounts per grade for the RISKRPT rollup;
      *    slot 1 is A through slot 5, E.
           05  DAYS-INACTIVE      PIC S9(7) COMP-3 VALUE ZERO.
           05  RISK-SCORE         PIC S9(5) COMP-3 VALUE ZERO.
           05  RISK-GRADE-WK      PIC X(1) VALUE SPACE.
           05  UTIL-POINTS        PIC S9(3) COMP-3 VALUE ZERO.
           05  PMT-POINTS         PIC S9(3) COMP-3 VALUE ZERO.
           05  INACT-POINTS       PIC S9(3) COMP-3 VALUE ZERO.
           05  ACTIVITY-DATE-NUM  PIC 9(8) VALUE ZERO.
           05  EXT-SCORE-WK       PIC 9(3) VALUE ZERO.
           05  EXT-DATE-WK        PIC 9(8) VALUE ZERO.
           05  EXT-POINTS         PIC S9(3) COMP-3 VALUE ZERO.
           05  EXT-AGE-DAYS       PIC S9(7) COMP-3 VALUE ZERO.
       01  EXT-MAX-AGE-DAYS       PIC S9(4) COMP VALUE +200.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-DATE-INT       PIC S9(9) COMP-3 VALUE ZERO.
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
           05  FILLER         PIC X(29) VALUE
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
           END-IF.
           MOVE PARM-LOOKBACK-START TO LOOKBACK-START.
           CLOSE PARM-CARD.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  HIST-INDEX.
           OPEN INPUT  EXT-SCORE.
           OPEN OUTPUT SCORE-FILE.
           OPEN OUTPUT PRINT-LINE.
           PERFORM READ-EXT-SCORE.
      *
       SCORE-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO RECORDS-SCANNED
               IF ACCOUNT-ACTIVE
                   PERFORM GATHER-WINDOW-BEHAVIOR
                   PERFORM FIND-EXT-SCORE
                   PERFORM SCORE-ONE-ACCOUNT
               ELSE
                   ADD 1 TO ACCOUNTS-SKIPPED
           DISPLAY 'RISKSCOR: RECORDS SCANNED = ' RECORDS-SCANNED.
           DISPLAY 'RISKSCOR: ACCOUNTS SCORED = ' ACCOUNTS-SCORED.
           DISPLAY 'RISKSCOR: SKIPPED         = ' ACCOUNTS-SKIPPED.
           DISPLAY 'RISKSCOR: BUREAU SCORES USED = '
                   BUREAU-SCORES-USED.
           CLOSE ACCT-REC.
           CLOSE HIST-INDEX.
           CLOSE EXT-SCORE.
           CLOSE SCORE-FILE.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-RECORD.
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at this account's
      *    first history posted on or after the lookback start and
      *    reads it; NO-MORE-HIST straight away means none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE ACCT-NO        TO HIX-ACCT-NO.
           MOVE LOOKBACK-START TO HIX-POST-DATE.
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
      *    GATHER-WINDOW-BEHAVIOR -- counts the payments (type 'D'
      *    history) this account posted inside the lookback window.
       GATHER-WINDOW-BEHAVIOR.
           MOVE ZERO TO WINDOW-PAYMENTS.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-DEBIT
                   AND HIST-POST-DATE >= LOOKBACK-START
                   ADD 1 TO WINDOW-PAYMENTS
               PERFORM READ-HIST
           END-PERFORM.
      *
      *    READ-EXT-SCORE/FIND-EXT-SCORE -- EXTSCORE is read forward
      *    alongside ACCTREC; an account with no history there has
      *    no bureau score.
       READ-EXT-SCORE.
           READ EXT-SCORE
               AT END SET NO-MORE-EXT TO TRUE
           END-READ.
      *
       FIND-EXT-SCORE.
           PERFORM READ-EXT-SCORE
               UNTIL NO-MORE-EXT OR EXS-ACCT-NO NOT < ACCT-NO.
           MOVE ZERO TO EXT-SCORE-WK EXT-DATE-WK.
           IF NOT NO-MORE-EXT AND EXS-ACCT-NO = ACCT-NO
               MOVE EXS-SCORE(1)      TO EXT-SCORE-WK
               MOVE EXS-SCORE-DATE(1) TO EXT-DATE-WK
           END-IF.
      *
      *    SCORE-ONE-ACCOUNT -- 100 less the deductions.  A zero
      *    limit yields no utilization to score, so that leg scores
      *    clean; everything else still applies.
           PERFORM SCORE-UTILIZATION.
           PERFORM SCORE-PAYMENTS.
           PERFORM SCORE-INACTIVITY.
           PERFORM SCORE-BUREAU.
           IF RISK-SCORE > 100
               MOVE 100 TO RISK-SCORE
           END-IF.
               COMPUTE UTIL-PCT ROUNDED =
                   ACCT-BALANCE * 100 / ACCT-LIMIT
           END-IF.
           MOVE ZERO TO UTIL-POINTS.
           EVALUATE TRUE
               WHEN ACCT-BALANCE > ACCT-LIMIT
                   MOVE 30 TO UTIL-POINTS
               WHEN UTIL-PCT >= 95
                   MOVE 25 TO UTIL-POINTS
               WHEN UTIL-PCT >= 80
                   MOVE 15 TO UTIL-POINTS
               WHEN UTIL-PCT >= 50
                   MOVE 5 TO UTIL-POINTS
           END-EVALUATE.
           SUBTRACT UTIL-POINTS FROM RISK-SCORE.
      *
      *    SCORE-PAYMENTS -- only the deduction is a factor against
      *    the account; the steady payer's bonus is not recorded.
       SCORE-PAYMENTS.
           MOVE ZERO TO PMT-POINTS.
           EVALUATE TRUE
               WHEN ACCT-BALANCE > ZERO AND WINDOW-PAYMENTS = ZERO
                   MOVE 30 TO PMT-POINTS
                   SUBTRACT PMT-POINTS FROM RISK-SCORE
               WHEN WINDOW-PAYMENTS >= 3
                   ADD 5 TO RISK-SCORE
           END-EVALUATE.
      *    counts as long overdue, the house convention.
       SCORE-INACTIVITY.
           MOVE ZERO TO DAYS-INACTIVE.
           MOVE ZERO TO INACT-POINTS.
           IF ACCT-BALANCE > ZERO
               IF LAST-ACTIVITY-DATE = ZERO
                   OR LAST-ACTIVITY-YR NOT NUMERIC
               END-IF
               EVALUATE TRUE
                   WHEN DAYS-INACTIVE > 120
                       MOVE 30 TO INACT-POINTS
                   WHEN DAYS-INACTIVE > 90
                       MOVE 20 TO INACT-POINTS
                   WHEN DAYS-INACTIVE > 60
                       MOVE 10 TO INACT-POINTS
               END-EVALUATE
               SUBTRACT INACT-POINTS FROM RISK-SCORE
           END-IF.
      *
      *    SCORE-BUREAU -- a stale score is dropped, so the record
      *    shows no bureau score was used; as with payments, only
      *    the deduction is a factor against the account.
       SCORE-BUREAU.
           MOVE ZERO TO EXT-POINTS.
           IF EXT-DATE-WK > ZERO
               COMPUTE EXT-AGE-DAYS = CURRENT-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(EXT-DATE-WK)
               IF EXT-AGE-DAYS > EXT-MAX-AGE-DAYS
                   MOVE ZERO TO EXT-SCORE-WK EXT-DATE-WK
               END-IF
           END-IF.
           IF EXT-DATE-WK > ZERO
               ADD 1 TO BUREAU-SCORES-USED
               EVALUATE TRUE
                   WHEN EXT-SCORE-WK < 580
                       MOVE 30 TO EXT-POINTS
                   WHEN EXT-SCORE-WK < 620
                       MOVE 20 TO EXT-POINTS
                   WHEN EXT-SCORE-WK < 660
                       MOVE 10 TO EXT-POINTS
                   WHEN EXT-SCORE-WK < 700
                       MOVE 5 TO EXT-POINTS
                   WHEN EXT-SCORE-WK >= 760
                       ADD 5 TO RISK-SCORE
               END-EVALUATE
               SUBTRACT EXT-POINTS FROM RISK-SCORE
           END-IF.
      *
       MAP-SCORE-TO-GRADE.
               MOVE DAYS-INACTIVE TO SCR-DAYS-INACTIVE
           END-IF.
           MOVE CURRENT-DATE-NUM TO SCR-SCORE-DATE.
           MOVE UTIL-POINTS      TO SCR-UTIL-POINTS.
           MOVE PMT-POINTS       TO SCR-PMT-POINTS.
           MOVE INACT-POINTS     TO SCR-INACT-POINTS.
           MOVE EXT-SCORE-WK     TO SCR-EXT-SCORE.
           MOVE EXT-DATE-WK      TO SCR-EXT-DATE.
           MOVE EXT-POINTS       TO SCR-EXT-POINTS.
           WRITE SCORE-FIELDS.
      *
       WRITE-GRADE-REPORT.
               WRITE PRINT-REC
           END-PERFORM.
      *
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'RISKSCOR'        TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECORDS-SCANNED   TO LOG-RECS-IN.
           MOVE ACCOUNTS-SCORED   TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
