      *    never had: limits are set at opening and then only move
      *    when someone keys a MNTIN card by hand, so good customers
      *    sit at opening-day limits and risky ones keep limits they
      *    should not.  The run reads ACCTREC and scores each ACTIVE
      *    account's utilization and payment behavior over the
      *    PARMCARD lookback window, browsing only that window of
      *    the account's posting history from HISTIDX, the keyed
      *    history index (HIXFLDS):
      *
      *        RAISE -- utilization at or above RAISE-UTIL-PCT of the
      *        limit, at least MIN-PAYMENTS payments posted in the
      *    PRODCAT product states a limit ceiling is capped at that
      *    ceiling, and an account already at it earns no proposal
      *    at all -- the catalog, not the review, owns how big a
      *    product may get.  Each run appends its counts and times
      *    to RUNLOG for JOBSTATS and RUNCMPR.
      *
      *    A cut that lowers the limit is an adverse action the
      *    customer must be told the principal reasons for, so each
      *    one also appends an ADVFLDS decision record to ADVDECN,
      *    reason-coded with the RISKSCOR factor that triggered it:
      *    'OL' for an account over its limit, 'PY' for a balance
      *    with no payment in the window, both when both hold.
      *    ADVNOTE writes the letter once the cut has been released
      *    and applied.  A cut floored at a balance already over the
      *    limit lowers nothing and writes no decision.
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
           SELECT MAINT-OUT   ASSIGN TO MNTOUT.
           SELECT PRINT-LINE  ASSIGN TO LINERPT.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT SCORE-FILE  ASSIGN TO SCOREF.
           SELECT PROD-CAT    ASSIGN TO PRODCAT.
           SELECT PROD-XREF   ASSIGN TO PRODXREF.
           SELECT ADV-OUT     ASSIGN TO ADVDECN.
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
      *    MAINT-OUT -- one proposed ACCTMNT transaction per account
      *    the review moves, in MNTIN's exact layout: field code 'LI'
       FD  PROD-XREF RECORDING MODE F.
       01  XREF-FIELDS.
           COPY PXRFLDS.
      *
      *    ADV-OUT -- one ADVFLDS decision record appended per
      *    proposed decrease.
       FD  ADV-OUT RECORDING MODE F.
       01  ADV-FIELDS.
           COPY ADVFLDS.
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LEFT-ALONE         PIC S9(7) COMP-3 VALUE ZERO.
           05  RAISES-HELD-GRADE  PIC S9(7) COMP-3 VALUE ZERO.
           05  RAISES-HELD-CEILING PIC S9(7) COMP-3 VALUE ZERO.
           05  ADVERSE-DECISIONS  PIC S9(7) COMP-3 VALUE ZERO.
       01  REASON-SUB             PIC S9(4) COMP VALUE 0.
      *
      *    PRODUCT-LIMIT-WORK -- the catalog ceilings and the
      *    account assignments, loaded once; PROD-MAX-WK is this
           05  SCORE-ENTRY OCCURS 1000 TIMES INDEXED BY SC-IDX.
               10  SCT-ACCT-NO    PIC X(8).
      *
      *    HIX-STATUS -- the index's file status; SHIST-FIELDS is the
      *    history record the browse is on.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
      *
      *    ACCOUNT-SCORE-WORK -- this account's behavior over the
      *    lookback window, gathered from its history.
       01  ACCOUNT-SCORE-WORK.
           05  WINDOW-PAYMENTS    PIC S9(5) COMP-3 VALUE ZERO.
           05  WINDOW-PAID-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
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
           05  FILLER         PIC X(33) VALUE
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT PARM-CARD.
           CLOSE PARM-CARD.
           PERFORM LOAD-SCORE-TABLE.
           PERFORM LOAD-PRODUCT-LIMITS.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT MAINT-OUT.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND ADV-OUT.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       REVIEW-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO RECORDS-SCANNED
               IF ACCOUNT-ACTIVE
                   PERFORM GATHER-WINDOW-BEHAVIOR
                   PERFORM JUDGE-ONE-ACCOUNT
               END-IF
               PERFORM READ-RECORD
               RAISES-HELD-GRADE.
           DISPLAY 'LINEREV: RAISES HELD (CEILING) = '
               RAISES-HELD-CEILING.
           DISPLAY 'LINEREV: ADVERSE DECISIONS = ' ADVERSE-DECISIONS.
           CLOSE ACCT-REC.
           CLOSE HIST-INDEX.
           CLOSE MAINT-OUT.
           CLOSE PRINT-LINE.
           CLOSE ADV-OUT.
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
      *    GATHER-WINDOW-BEHAVIOR -- counts and totals the payments
      *    (type 'D' history) this account posted inside the lookback
      *    window.
       GATHER-WINDOW-BEHAVIOR.
           MOVE ZERO TO WINDOW-PAYMENTS.
           MOVE ZERO TO WINDOW-PAID-TOTAL.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-DEBIT
                   AND HIST-POST-DATE >= LOOKBACK-START
                   ADD 1 TO WINDOW-PAYMENTS
               MOVE 'NO PAYMENT IN WINDOW' TO REV-REASON-O
           END-IF.
           PERFORM WRITE-PROPOSAL.
           IF NEW-LIMIT < ACCT-LIMIT
               PERFORM WRITE-ADVERSE-DECISION
           END-IF.
      *
      *    WRITE-ADVERSE-DECISION -- the cut's reasons in the order
      *    JUDGE-ONE-ACCOUNT tests them.
       WRITE-ADVERSE-DECISION.
           ADD 1 TO ADVERSE-DECISIONS.
           MOVE SPACES           TO ADV-FIELDS.
           MOVE ACCT-NO          TO ADV-ACCT-NO.
           MOVE CURRENT-DATE-NUM TO ADV-DECISION-DATE.
           SET ADV-LINE-CUT      TO TRUE.
           SET ADV-FROM-BATCH    TO TRUE.
           MOVE 'LINEREV'        TO ADV-PROGRAM.
           MOVE ZERO             TO REASON-SUB.
           IF ACCT-BALANCE > ACCT-LIMIT
               ADD 1 TO REASON-SUB
               MOVE 'OL' TO ADV-REASON-CODE(REASON-SUB)
           END-IF.
           IF ACCT-BALANCE > ZERO AND WINDOW-PAYMENTS = ZERO
               ADD 1 TO REASON-SUB
               MOVE 'PY' TO ADV-REASON-CODE(REASON-SUB)
           END-IF.
           MOVE NEW-LIMIT        TO ADV-AMOUNT.
           MOVE ACCT-LIMIT       TO ADV-OLD-LIMIT.
           MOVE ZERO             TO ADV-SCORE.
           MOVE ZERO             TO ADV-NOTICE-DATE.
           WRITE ADV-FIELDS.
      *
       WRITE-PROPOSAL.
           MOVE SPACES       TO MNT-REC.
           MOVE WINDOW-PAYMENTS  TO REV-PAYMENTS-O.
           WRITE PRINT-REC.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'LINEREV'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECORDS-SCANNED   TO LOG-RECS-IN.
           COMPUTE LOG-RECS-OUT = RAISES-PROPOSED + CUTS-PROPOSED.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
