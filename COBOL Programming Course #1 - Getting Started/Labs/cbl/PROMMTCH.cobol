      *--------------------
      *    PROMMTCH is the nightly judge of the promises PROMENTR
      *    takes: until now a broken promise looked identical to an
      *    account collections never reached.  The promise file is
      *    sorted by account and date taken (the same SORT-then-read
      *    shape CBL0002 uses; promises are appended in entry order),
      *    and for each account with a promise the payments come off
      *    HISTIDX, the keyed history index (HIXFLDS), browsed from
      *    the account's earliest promise onward -- the rest of the
      *    cumulative TRANHIST is never read.  An OPEN promise is
      *    KEPT when a payment (a type 'D' history record) of at
      *    least the promised amount posted between the date the
      *    promise was taken and its due date; a promise past its
      *    due date with no such payment is BROKEN.  Broken
      *    promises also append an attempt record to TRACKF, the
      *    outreach-tracking file, with result code 'BP', so
      *    OUTRESCL's escalation run picks the account up instead
      *    of treating it as never contacted.
      *
      *    Every promise -- kept, broken, resolved earlier, or still
      *    open -- is written forward to PROMOUT, the next cycle's
      *    promise file, and the night's kept and broken promises are
      *    listed on PROMRPT for collections.  Each run appends its
      *    counts and times to RUNLOG for JOBSTATS and RUNCMPR.
      *
      *    A promise is judged to a business day.  A due date on a
      *    Saturday, a Sunday or a HOLCAL holiday -- a promise taken
      *    online by PROMONL, or one on file from before PROMENTR
      *    moved such dates itself -- is held open through the next
      *    business day, the answer the shared date service DATESVC
      *    gives, and a payment posted by then keeps it.  The due
      *    date PROMRPT prints is that business day, and its third
      *    heading line says so with the calendar years used.  A
      *    calendar DATESVC cannot load refuses the run; a due date
      *    past the calendar's last year is warned about and ends
      *    the step with return code 4.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT PROM-IN     ASSIGN TO PROMFILE.
           SELECT PROM-SORT   ASSIGN TO PRMWORK.
           SELECT PROM-SORTED ASSIGN TO PRMSORT.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT PROM-OUT    ASSIGN TO PROMOUT.
           SELECT TRACK-OUT   ASSIGN TO TRACKF.
           SELECT PRINT-LINE  ASSIGN TO PROMRPT.
       01  PROM-FIELDS.
           COPY PRMFLDS.
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
       FD  PROM-OUT RECORDING MODE F.
       01  PROM-OUT-REC           PIC X(80).
           05  FILLER             PIC X(15) VALUE SPACES.
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
           05  PROM-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PROMISES   VALUE 'Y'.
               10  PY-AMOUNT      PIC S9(7)V99 COMP-3.
      *
       01  GROUP-ACCT-NO          PIC X(8) VALUE SPACES.
      *
      *    DATE-SERVICE -- the DATESVC call area; JUDGE-DUE-DATE is
      *    the promise's due date rolled to a business day.
       01  DATE-SERVICE.
           COPY DTSFLDS.
       01  JUDGE-DUE-DATE         PIC 9(8) VALUE ZERO.
       01  PAST-CALENDAR          PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Outcome'.
           05  FILLER         PIC X(15) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(47) VALUE
               'Due dates on a weekend or holiday move to next '.
           05  FILLER         PIC X(21) VALUE
               'business day; HOLCAL '.
           05  HDR-FIRST-YEAR-O PIC 9(4).
           05  FILLER         PIC X(01) VALUE '-'.
           05  HDR-LAST-YEAR-O  PIC 9(4).
           05  FILLER         PIC X(03) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           SET DTS-LOAD-CALENDAR TO TRUE.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               DISPLAY 'PROMMTCH: NO HOLIDAY CALENDAR -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE DTS-FIRST-YEAR TO HDR-FIRST-YEAR-O.
           MOVE DTS-LAST-YEAR  TO HDR-LAST-YEAR-O.
           SORT PROM-SORT
               ON ASCENDING KEY SRT-P-ACCT-NO SRT-P-TAKEN-DATE
               USING PROM-IN
               GIVING PROM-SORTED.
           OPEN INPUT  PROM-SORTED.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT PROM-OUT.
           OPEN EXTEND TRACK-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
      *
       MATCH-PROMISES.
           PERFORM READ-PROMISE
               DISPLAY 'PROMMTCH: PAYMENT TABLE FILLED AT 200 -- '
                       'SOME PROMISES JUDGED ON PARTIAL HISTORY'
           END-IF.
           IF PAST-CALENDAR > ZERO
               DISPLAY 'PROMMTCH: ' PAST-CALENDAR ' DUE DATES PAST '
                       'HOLCAL''S LAST YEAR -- WEEKENDS ONLY SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PROM-SORTED.
           CLOSE HIST-INDEX.
           CLOSE PROM-OUT.
           CLOSE TRACK-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-PROMISE.
               ADD 1 TO PROMISES-READ
           END-IF.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at the account's
      *    first history posted on or after its earliest promise (the
      *    first one read, promises being in date-taken order) and
      *    reads it; NO-MORE-HIST straight away means none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE GROUP-ACCT-NO  TO HIX-ACCT-NO.
           MOVE PRM-TAKEN-DATE TO HIX-POST-DATE.
           MOVE ZERO           TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           IF NOT NO-MORE-HIST
               PERFORM READ-HIST
           END-IF.
      *
      *    READ-HIST -- the next history in the browse, which ends
      *    at the account's last record.
       READ-HIST.
           READ HIST-INDEX NEXT RECORD
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               IF HIX-ACCT-NO NOT = GROUP-ACCT-NO
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
      *
      *    GATHER-ACCOUNT-PAYMENTS -- collects this promise's
      *    account's type 'D' payments; accounts with no promise are
      *    never browsed.
       GATHER-ACCOUNT-PAYMENTS.
           MOVE ZERO TO PAY-COUNT.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-DEBIT
                   IF PAY-COUNT < PAY-MAX
                       ADD 1 TO PAY-COUNT
      *    JUDGE-ONE-PROMISE -- a promise already resolved on an
      *    earlier night carries forward untouched; an open promise
      *    is kept on a qualifying payment, broken once its due date
      *    -- rolled to a business day -- is past with none, and
      *    otherwise stays open.
       JUDGE-ONE-PROMISE.
           IF NOT PROMISE-OPEN
               ADD 1 TO CARRIED-RESOLVED
           ELSE
               PERFORM ROLL-DUE-DATE
               PERFORM LOOK-FOR-PAYMENT
               IF QUALIFYING-PAYMENT
                   SET PROMISE-KEPT TO TRUE
                   MOVE 'KEPT -- PAYMENT POSTED' TO PRP-OUTCOME-O
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   IF JUDGE-DUE-DATE < CURRENT-DATE-NUM
                       SET PROMISE-BROKEN TO TRUE
                       MOVE CURRENT-DATE-NUM TO PRM-RESOLVED-DATE
                       ADD 1 TO PROMISES-BROKEN
               END-IF
           END-IF.
      *
      *    ROLL-DUE-DATE -- the due date, or the next business day
      *    after it when it falls on a weekend or a holiday; a date
      *    DATESVC cannot read is judged as it stands.
       ROLL-DUE-DATE.
           SET DTS-ROLL-FORWARD TO TRUE.
           MOVE PRM-DUE-DATE TO DTS-DATE-IN.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               MOVE PRM-DUE-DATE TO JUDGE-DUE-DATE
           ELSE
               MOVE DTS-DATE-OUT TO JUDGE-DUE-DATE
           END-IF.
           IF DTS-BEYOND-CALENDAR
               ADD 1 TO PAST-CALENDAR
           END-IF.
      *
      *    LOOK-FOR-PAYMENT -- any single payment of at least the
      *    promised amount, posted on or after the day the promise
      *    was taken and not after its due date, keeps the promise.
           PERFORM VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > PAY-COUNT OR QUALIFYING-PAYMENT
               IF PY-POST-DATE(PY-IDX) >= PRM-TAKEN-DATE
                   AND PY-POST-DATE(PY-IDX) <= JUDGE-DUE-DATE
                   AND PY-AMOUNT(PY-IDX) >= PRM-AMOUNT
                   SET QUALIFYING-PAYMENT TO TRUE
               END-IF
       WRITE-REPORT-LINE.
           MOVE PRM-ACCT-NO  TO PRP-ACCT-NO-O.
           MOVE PRM-AMOUNT   TO PRP-AMOUNT-O.
           MOVE JUDGE-DUE-DATE TO PRP-DUE-DATE-O.
           WRITE PRINT-REC.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'PROMMTCH'        TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE PROMISES-READ     TO LOG-RECS-IN.
           COMPUTE LOG-RECS-OUT = PROMISES-KEPT + PROMISES-BROKEN.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
