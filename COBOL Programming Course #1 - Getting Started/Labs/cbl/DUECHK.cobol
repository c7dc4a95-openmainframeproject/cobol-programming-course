      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DUECHK.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    DUECHK is the nightly judge of the minimum payments
      *    STMTPRT asks for.  Until now nothing compared what a
      *    statement asked for with what actually arrived, so the
      *    only measure of delinquency was days since last activity.
      *    The due file STMTPRT appends to (STMTDUE, DUEFLDS) and the
      *    cumulative TRANHIST are each sorted by account, the same
      *    SORT-then-merge shape PROMMTCH uses for promises.
      *
      *    A due record still OPEN whose due date is behind today is
      *    judged against the payments that posted after the
      *    account's previous due date (after the statement date for
      *    its first statement) and on or before this due date, net
      *    of any reversed, returned or transferred out in that time.
      *    Only money the customer sent counts: a type 'D' history
      *    under a code the TRANCODE table (TCDFLDS) puts in the
      *    payment category, or uncoded.  Waivers, dispute credits,
      *    refunds and rewards credits do not; a credit under a code
      *    the table marks as reversing a payment nets one off.
      *    Payments totalling the minimum MEET it: the account is
      *    current again and nothing is past due.  Anything short is
      *    MISSED: the account is one more contractual cycle past due
      *    than its previous statement, and the unpaid part of the
      *    minimum is the past-due amount the next statement adds on.
      *
      *    Every due record is written forward to DUEOUT, the next
      *    generation of the due file.  An account whose latest
      *    judged statement leaves it past due gets one DLQFILE
      *    record (DLQFLDS) -- the file is rebuilt from scratch each
      *    night, so an account that has caught up simply drops off.
      *    STMTPRT and AGERPT both read it.  The night's missed
      *    minimums are listed on DUERPT for collections.
      *
      *    A payment is due on a business day.  A due date that
      *    falls on a Saturday, a Sunday or a HOLCAL holiday is
      *    judged as the next business day, the answer the shared
      *    date service DATESVC gives: the record stays open through
      *    that day, a payment posted on it meets the minimum, and
      *    the next statement's window starts after it.  So the
      *    customer who pays on the Monday after a holiday weekend
      *    is on time.  DUERPT prints the due date as the statement
      *    gave it, and its third heading line states the rule and
      *    the calendar years used.  A calendar DATESVC cannot load
      *    refuses the run; a due date past the calendar's last year
      *    is warned about and ends the step with return code 4.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUE-IN      ASSIGN TO STMTDUE.
           SELECT DUE-SORT    ASSIGN TO DUEWORK.
           SELECT DUE-SORTED  ASSIGN TO DUESORT.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT SORT-WORK   ASSIGN TO SRTWORK.
           SELECT SORTED-HIST ASSIGN TO SRTHIST.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
           SELECT DUE-OUT     ASSIGN TO DUEOUT.
           SELECT DLQ-OUT     ASSIGN TO DLQFILE.
           SELECT PRINT-LINE  ASSIGN TO DUERPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DUE-IN RECORDING MODE F.
       01  DUE-IN-REC             PIC X(80).
      *
       SD  DUE-SORT.
       01  DUE-SORT-REC.
           05  SRT-D-ACCT-NO      PIC X(8).
           05  SRT-D-STMT-DATE    PIC 9(8).
           05  FILLER             PIC X(64).
      *
       FD  DUE-SORTED RECORDING MODE F.
       01  DUE-FIELDS.
           COPY DUEFLDS.
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  TRAN-HIST-REC          PIC X(80).
      *
      *    SORT-WORK carries the same 80-byte layout as HISTFLDS but
      *    under SRT- names, the same rename STMTPRT's SORT-REC makes.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-H-ACCT-NO      PIC X(8).
           05  SRT-H-TYPE         PIC X(1).
           05  SRT-H-AMOUNT       PIC S9(7)V99 COMP-3.
           05  SRT-H-TRAN-DATE    PIC X(8).
           05  SRT-H-COMMENT      PIC X(20).
           05  SRT-H-POST-DATE    PIC 9(8).
           05  SRT-H-BALANCE      PIC S9(7)V99 COMP-3.
           05  SRT-H-BATCH-ID     PIC X(8).
           05  FILLER             PIC X(17).
      *
       FD  SORTED-HIST RECORDING MODE F.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
      *
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       FD  DUE-OUT RECORDING MODE F.
       01  DUE-OUT-REC            PIC X(80).
      *
       FD  DLQ-OUT RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  DRP-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DRP-DUE-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DRP-MIN-DUE-O      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DRP-PAID-O         PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DRP-PAST-DUE-O     PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DRP-CYCLES-O       PIC Z9.
           05  FILLER             PIC X(13) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  DUE-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DUES       VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  PAY-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  PAY-TABLE-FULL     VALUE 'Y'.
           05  GROUP-JUDGED-FLAG  PIC X VALUE 'N'.
               88  GROUP-HAS-JUDGED   VALUE 'Y'.
      *
       01  DUE-COUNTS.
           05  DUES-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  DUES-MET           PIC S9(7) COMP-3 VALUE ZERO.
           05  DUES-MISSED        PIC S9(7) COMP-3 VALUE ZERO.
           05  DUES-STILL-OPEN    PIC S9(7) COMP-3 VALUE ZERO.
           05  CARRIED-JUDGED     PIC S9(7) COMP-3 VALUE ZERO.
           05  DLQ-WRITTEN        PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    PAY-TABLE -- this account's payments, with reversals and
      *    returns of them as negatives, gathered once per account so
      *    each of its statements is judged against the same
      *    payments, PROMMTCH's bounded-table treatment.
       01  PAY-CTL.
           05  PAY-COUNT          PIC S9(4) COMP VALUE 0.
           05  PAY-MAX            PIC S9(4) COMP VALUE 200.
       01  PAY-TABLE.
           05  PAY-ENTRY OCCURS 200 TIMES INDEXED BY PY-IDX.
               10  PY-POST-DATE   PIC 9(8).
               10  PY-AMOUNT      PIC S9(7)V99 COMP-3.
      *
      *    GROUP-STATE -- where the account stood after the latest
      *    statement judged so far, carried statement to statement.
       01  GROUP-STATE.
           05  GROUP-ACCT-NO      PIC X(8) VALUE SPACES.
           05  PRIOR-DUE-DATE     PIC 9(8) VALUE ZERO.
           05  PRIOR-CYCLES       PIC 9(2) VALUE ZERO.
           05  PRIOR-PAST-DUE     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  PRIOR-MIN-DUE      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  PRIOR-JUDGED-DATE  PIC 9(8) VALUE ZERO.
           05  PRIOR-JUDGED-DUE   PIC 9(8) VALUE ZERO.
       01  WINDOW-START           PIC 9(8) VALUE ZERO.
      *
      *    DATE-SERVICE -- the DATESVC call area; JUDGE-DUE-DATE is
      *    the statement's due date rolled to a business day.
       01  DATE-SERVICE.
           COPY DTSFLDS.
       01  JUDGE-DUE-DATE         PIC 9(8) VALUE ZERO.
       01  PAST-CALENDAR          PIC S9(7) COMP-3 VALUE ZERO.
       01  WINDOW-PAID            PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
      *    CODE-TABLE -- TRANCODE loaded once; only the code, its
      *    statement category and its reversal mark are needed
      *    here.
       01  CODE-CTL.
           05  CODE-COUNT         PIC S9(4) COMP VALUE 0.
           05  CODE-MAX           PIC S9(4) COMP VALUE 100.
           05  TCD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CODES      VALUE 'Y'.
           05  CODE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CODE-TABLE-FULL    VALUE 'Y'.
           05  CODE-MATCH-FLAG    PIC X VALUE 'N'.
               88  CODE-MATCHED       VALUE 'Y'.
           05  PAY-CODE-FLAG      PIC X VALUE 'N'.
               88  HIST-IS-PAYMENT    VALUE 'P'.
               88  HIST-IS-PAY-REVERSAL VALUE 'R'.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(4).
               10  CDT-CATEGORY   PIC X(1).
               10  CDT-REVERSAL   PIC X(1).
      *
       01  HEADER-1.
           05  FILLER         PIC X(31) VALUE
               'Missed Minimum Payment Listing'.
           05  FILLER         PIC X(49) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Due Date'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Minimum Due  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Paid         '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Past Due     '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(06) VALUE 'Cycles'.
           05  FILLER         PIC X(09) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(50) VALUE
               'Due dates on a weekend or holiday judged as next '.
           05  FILLER         PIC X(21) VALUE
               'business day; HOLCAL '.
           05  HDR-FIRST-YEAR-O PIC 9(4).
           05  FILLER         PIC X(01) VALUE '-'.
           05  HDR-LAST-YEAR-O  PIC 9(4).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           SET DTS-LOAD-CALENDAR TO TRUE.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               DISPLAY 'DUECHK: NO HOLIDAY CALENDAR -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE DTS-FIRST-YEAR TO HDR-FIRST-YEAR-O.
           MOVE DTS-LAST-YEAR  TO HDR-LAST-YEAR-O.
           SORT DUE-SORT
               ON ASCENDING KEY SRT-D-ACCT-NO SRT-D-STMT-DATE
               USING DUE-IN
               GIVING DUE-SORTED.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-POST-DATE
               USING TRAN-HIST
               GIVING SORTED-HIST.
           PERFORM LOAD-CODE-TABLE.
           OPEN INPUT  DUE-SORTED.
           OPEN INPUT  SORTED-HIST.
           OPEN OUTPUT DUE-OUT.
           OPEN OUTPUT DLQ-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
           PERFORM READ-HIST.
      *
       JUDGE-DUES.
           PERFORM READ-DUE
           PERFORM UNTIL NO-MORE-DUES
               IF DUE-ACCT-NO NOT = GROUP-ACCT-NO
                   PERFORM WRITE-DELINQUENCY
                   PERFORM START-ACCOUNT-GROUP
               END-IF
               PERFORM JUDGE-ONE-DUE
               WRITE DUE-OUT-REC FROM DUE-FIELDS
               PERFORM READ-DUE
           END-PERFORM.
           PERFORM WRITE-DELINQUENCY.
      *
       CLOSE-STOP.
           DISPLAY 'DUECHK: DUE RECORDS READ  = ' DUES-READ.
           DISPLAY 'DUECHK: MINIMUMS MET      = ' DUES-MET.
           DISPLAY 'DUECHK: MINIMUMS MISSED   = ' DUES-MISSED.
           DISPLAY 'DUECHK: STILL OPEN        = ' DUES-STILL-OPEN.
           DISPLAY 'DUECHK: CARRIED JUDGED    = ' CARRIED-JUDGED.
           DISPLAY 'DUECHK: DELINQUENT ACCTS  = ' DLQ-WRITTEN.
           IF PAY-TABLE-FULL
               DISPLAY 'DUECHK: PAYMENT TABLE FILLED AT 200 -- '
                       'SOME MINIMUMS JUDGED ON PARTIAL HISTORY'
           END-IF.
           IF CODE-TABLE-FULL
               DISPLAY 'DUECHK: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           IF PAST-CALENDAR > ZERO
               DISPLAY 'DUECHK: ' PAST-CALENDAR ' DUE DATES PAST '
                       'HOLCAL''S LAST YEAR -- WEEKENDS ONLY SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE DUE-SORTED.
           CLOSE SORTED-HIST.
           CLOSE DUE-OUT.
           CLOSE DLQ-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-DUE.
           READ DUE-SORTED
               AT END SET NO-MORE-DUES TO TRUE
           END-READ.
           IF NOT NO-MORE-DUES
               ADD 1 TO DUES-READ
           END-IF.
      *
       READ-HIST.
           READ SORTED-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
      *    CLASSIFY-PAY-CODE -- a debit under a payment-category
      *    code, or under no code at all (history from before the
      *    codes), is a payment; a credit under a code TRANCODE
      *    marks as reversing a payment takes one back.
       CLASSIFY-PAY-CODE.
           MOVE 'N' TO PAY-CODE-FLAG.
           MOVE 'N' TO CODE-MATCH-FLAG.
           IF HIST-TRAN-CODE = SPACES
               IF HIST-DEBIT
                   SET HIST-IS-PAYMENT TO TRUE
               END-IF
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CODE-COUNT OR CODE-MATCHED
                   IF CDT-CODE(CD-IDX) = HIST-TRAN-CODE
                       SET CODE-MATCHED TO TRUE
                       IF HIST-DEBIT AND CDT-CATEGORY(CD-IDX) = 'P'
                           SET HIST-IS-PAYMENT TO TRUE
                       END-IF
                       IF HIST-CREDIT AND CDT-REVERSAL(CD-IDX) = 'P'
                           SET HIST-IS-PAY-REVERSAL TO TRUE
                       END-IF
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
                       MOVE TCD-REVERSAL
                                     TO CDT-REVERSAL(CODE-COUNT)
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
      *    START-ACCOUNT-GROUP -- a new account starts current, with
      *    no previous due date, and its payments gathered afresh.
       START-ACCOUNT-GROUP.
           MOVE DUE-ACCT-NO TO GROUP-ACCT-NO.
           MOVE ZERO TO PRIOR-DUE-DATE.
           MOVE ZERO TO PRIOR-CYCLES.
           MOVE ZERO TO PRIOR-PAST-DUE.
           MOVE ZERO TO PRIOR-MIN-DUE.
           MOVE ZERO TO PRIOR-JUDGED-DATE.
           MOVE ZERO TO PRIOR-JUDGED-DUE.
           MOVE 'N'  TO GROUP-JUDGED-FLAG.
           PERFORM GATHER-ACCOUNT-PAYMENTS.
      *
      *    GATHER-ACCOUNT-PAYMENTS -- positions the sorted history at
      *    this account and collects its payments, as STLJUDGE counts
      *    them: a type 'D' history under a payment-category code,
      *    or uncoded from before codes existed.  A waiver, dispute
      *    or rewards credit is not a payment.  A credit under a
      *    code TRANCODE marks as reversing a payment (RVPY, NSFR,
      *    XFOT) goes in as a negative amount on the day it posted,
      *    so it nets off in whichever window it falls.  History for
      *    accounts with no statement is simply skipped.
       GATHER-ACCOUNT-PAYMENTS.
           MOVE ZERO TO PAY-COUNT.
           PERFORM UNTIL NO-MORE-HIST
               OR HIST-ACCT-NO >= GROUP-ACCT-NO
               PERFORM READ-HIST
           END-PERFORM.
           PERFORM UNTIL NO-MORE-HIST
               OR HIST-ACCT-NO > GROUP-ACCT-NO
               PERFORM CLASSIFY-PAY-CODE
               IF HIST-IS-PAYMENT
                   PERFORM ADD-PAY-ENTRY
                   IF NOT PAY-TABLE-FULL
                       MOVE HIST-AMOUNT    TO PY-AMOUNT(PAY-COUNT)
                   END-IF
               END-IF
               IF HIST-IS-PAY-REVERSAL
                   PERFORM ADD-PAY-ENTRY
                   IF NOT PAY-TABLE-FULL
                       COMPUTE PY-AMOUNT(PAY-COUNT) = 0 - HIST-AMOUNT
                   END-IF
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
      *
      *    ADD-PAY-ENTRY -- the next slot in the payment table, dated
      *    from the history; a full table is flagged instead.
       ADD-PAY-ENTRY.
           IF PAY-COUNT < PAY-MAX
               ADD 1 TO PAY-COUNT
               MOVE HIST-POST-DATE TO PY-POST-DATE(PAY-COUNT)
           ELSE
               SET PAY-TABLE-FULL TO TRUE
           END-IF.
      *
      *    JUDGE-ONE-DUE -- a statement judged on an earlier night
      *    carries forward untouched but still sets where the account
      *    stands; an open one is judged once its due date, rolled to
      *    a business day, is past and otherwise stays open.
       JUDGE-ONE-DUE.
           PERFORM ROLL-DUE-DATE.
           IF NOT DUE-OPEN
               ADD 1 TO CARRIED-JUDGED
               PERFORM SAVE-GROUP-STATE
           ELSE
               IF JUDGE-DUE-DATE < CURRENT-DATE-NUM
                   PERFORM SUM-WINDOW-PAYMENTS
                   MOVE WINDOW-PAID      TO DUE-PAID-AMOUNT
                   MOVE CURRENT-DATE-NUM TO DUE-JUDGED-DATE
                   IF WINDOW-PAID >= DUE-MIN-AMOUNT
                       SET DUE-MET TO TRUE
                       MOVE ZERO TO DUE-CYCLES-PAST
                       MOVE ZERO TO DUE-PAST-DUE-AMT
                       ADD 1 TO DUES-MET
                   ELSE
                       SET DUE-MISSED TO TRUE
                       IF PRIOR-CYCLES < 99
                           COMPUTE DUE-CYCLES-PAST = PRIOR-CYCLES + 1
                       ELSE
                           MOVE 99 TO DUE-CYCLES-PAST
                       END-IF
                       COMPUTE DUE-PAST-DUE-AMT =
                           DUE-MIN-AMOUNT - WINDOW-PAID
                       ADD 1 TO DUES-MISSED
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   PERFORM SAVE-GROUP-STATE
               ELSE
                   ADD 1 TO DUES-STILL-OPEN
               END-IF
           END-IF.
           MOVE JUDGE-DUE-DATE TO PRIOR-DUE-DATE.
      *
      *    ROLL-DUE-DATE -- the due date, or the next business day
      *    after it when it falls on a weekend or a holiday; a date
      *    DATESVC cannot read is judged as it stands.
       ROLL-DUE-DATE.
           SET DTS-ROLL-FORWARD TO TRUE.
           MOVE DUE-DATE TO DTS-DATE-IN.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               MOVE DUE-DATE TO JUDGE-DUE-DATE
           ELSE
               MOVE DTS-DATE-OUT TO JUDGE-DUE-DATE
           END-IF.
           IF DTS-BEYOND-CALENDAR AND DUE-OPEN
               ADD 1 TO PAST-CALENDAR
           END-IF.
      *
      *    SUM-WINDOW-PAYMENTS -- every payment posted after the
      *    previous due date (after this statement's own date when
      *    there is no earlier one) and not after this due date,
      *    both as rolled to a business day.
       SUM-WINDOW-PAYMENTS.
           MOVE ZERO TO WINDOW-PAID.
           IF PRIOR-DUE-DATE = ZERO
               MOVE DUE-STMT-DATE TO WINDOW-START
           ELSE
               MOVE PRIOR-DUE-DATE TO WINDOW-START
           END-IF.
           PERFORM VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > PAY-COUNT
               IF PY-POST-DATE(PY-IDX) > WINDOW-START
                   AND PY-POST-DATE(PY-IDX) <= JUDGE-DUE-DATE
                   ADD PY-AMOUNT(PY-IDX) TO WINDOW-PAID
               END-IF
           END-PERFORM.
      *
       SAVE-GROUP-STATE.
           MOVE DUE-CYCLES-PAST  TO PRIOR-CYCLES.
           MOVE DUE-PAST-DUE-AMT TO PRIOR-PAST-DUE.
           MOVE DUE-MIN-AMOUNT   TO PRIOR-MIN-DUE.
           MOVE DUE-JUDGED-DATE  TO PRIOR-JUDGED-DATE.
           MOVE DUE-DATE         TO PRIOR-JUDGED-DUE.
           SET GROUP-HAS-JUDGED  TO TRUE.
      *
      *    WRITE-DELINQUENCY -- the account just finished, if its
      *    latest judged statement left it past due.
       WRITE-DELINQUENCY.
           IF GROUP-ACCT-NO NOT = SPACES
               AND GROUP-HAS-JUDGED
               AND PRIOR-CYCLES > ZERO
               MOVE SPACES            TO DLQ-FIELDS
               MOVE GROUP-ACCT-NO     TO DLQ-ACCT-NO
               MOVE PRIOR-CYCLES      TO DLQ-CYCLES-PAST-DUE
               MOVE PRIOR-PAST-DUE    TO DLQ-PAST-DUE-AMT
               MOVE PRIOR-JUDGED-DUE  TO DLQ-LAST-DUE-DATE
               MOVE PRIOR-MIN-DUE     TO DLQ-LAST-MIN-DUE
               MOVE PRIOR-JUDGED-DATE TO DLQ-JUDGED-DATE
               WRITE DLQ-FIELDS
               ADD 1 TO DLQ-WRITTEN
           END-IF.
      *
       WRITE-REPORT-LINE.
           MOVE DUE-ACCT-NO      TO DRP-ACCT-NO-O.
           MOVE DUE-DATE         TO DRP-DUE-DATE-O.
           MOVE DUE-MIN-AMOUNT   TO DRP-MIN-DUE-O.
           MOVE DUE-PAID-AMOUNT  TO DRP-PAID-O.
           MOVE DUE-PAST-DUE-AMT TO DRP-PAST-DUE-O.
           MOVE DUE-CYCLES-PAST  TO DRP-CYCLES-O.
           WRITE PRINT-REC.
      *
