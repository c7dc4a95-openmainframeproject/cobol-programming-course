      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STLJUDGE.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    STLJUDGE is the nightly judge of the settlement offers
      *    STLMNT takes.  Without it a customer who paid the agreed
      *    60% still had the other 40% sitting on the account, aging
      *    into CHGOFF as if the customer had defaulted.  SETLFILE
      *    (STLFLDS) is sorted by account and date taken (the
      *    PROMMTCH shape) and matched against ACCTREC, read in its
      *    own account order; for each open offer the payments come
      *    off HISTIDX, the keyed history index (HIXFLDS), browsed
      *    from the day the offer was taken.  A payment is what
      *    APYDEBIT counts as one -- a type 'D' history under a code
      *    the TRANCODE table (TCDFLDS) puts in the payment category,
      *    or uncoded from before codes existed -- less any credit
      *    under a code the table marks as reversing a payment (a
      *    reversal, NSF return or transfer out).  The running
      *    total is carried in STL-PAID-TO-DATE every night, and an
      *    open offer is:
      *
      *      - SETTLED once the payments reach the agreed amount.
      *        Whatever the account still owes is forgiven: a type
      *        'D' credit for the whole remaining balance, code STLF
      *        (SETTLEMENT FORGIVE), which the TRANCODE table books
      *        debit 52000000 SETTLEMENT LOSS, credit 11000000 -- a
      *        loss line of its own, apart from CHGOFF's 51000000 --
      *        goes to STLTRAN in the BATCHHDR/BATCHTRL discipline
      *        ('SF' batch) for TRANEDIT and POSTACCT, and the
      *        account is written to STLCLOSE, a closure request in
      *        CLOSEREQ's layout and ascending order;
      *      - VOIDED once its deadline has passed short of the
      *        agreed amount, or at once if the account has left the
      *        active book (closed, charged off, sold or gone) --
      *        the balance is then owed in full again;
      *      - otherwise left open, paid-to-date brought up to now.
      *
      *    The forgiveness credit must post before the account is
      *    closed, or CLOSEACC would find the remainder still owed
      *    and send a final demand for it: STLTRAN goes into the
      *    next posting night's TRANIN, and STLCLOSE is CLOSEACC's
      *    CLOSEREQ only after that night has posted.  A settled
      *    offer keeps its status 'S' on file for good, which is
      *    how CBUREXT knows to report the account to the bureau as
      *    settled for less than the full balance.
      *
      *    Every offer -- settled, voided, still open, or resolved
      *    on an earlier night -- is written forward to SETLOUT, the
      *    next night's SETLFILE; the night's settlements and voids
      *    are listed on STLRPT, and the run's counts go to RUNLOG
      *    with the remainder forgiven as its key total.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STL-IN      ASSIGN TO SETLFILE.
           SELECT STL-SORT    ASSIGN TO STLWORK.
           SELECT STL-SORTED  ASSIGN TO STLSORT.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT STL-OUT     ASSIGN TO SETLOUT.
           SELECT TRAN-OUT    ASSIGN TO STLTRAN.
           SELECT CLOSE-OUT   ASSIGN TO STLCLOSE.
           SELECT PRINT-LINE  ASSIGN TO STLRPT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STL-IN RECORDING MODE F.
       01  STL-IN-REC             PIC X(80).
      *
       SD  STL-SORT.
       01  STL-SORT-REC.
           05  SRT-S-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(16).
           05  SRT-S-TAKEN-DATE   PIC 9(8).
           05  FILLER             PIC X(48).
      *
       FD  STL-SORTED RECORDING MODE F.
       01  STL-FIELDS.
           COPY STLFLDS.
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
       FD  STL-OUT RECORDING MODE F.
       01  STL-OUT-REC            PIC X(80).
      *
      *    TRAN-OUT -- the night's forgiveness credits, a TRANFLDS
      *    batch between a BATCHHDR and a BATCHTRL for TRANEDIT.
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-OUT-REC           PIC X(50).
      *
      *    CLOSE-OUT -- one CLOSEREQ record per settled account.
       FD  CLOSE-OUT RECORDING MODE F.
       01  CLOSE-REQ-REC.
           05  REQ-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  STP-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  STP-AGREED-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  STP-PAID-O         PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  STP-FORGIVEN-O     PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  STP-OUTCOME-O      PIC X(27).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       WORKING-STORAGE SECTION.
      *    HIX-STATUS -- the index's file status; SHIST-FIELDS is the
      *    history record the browse is on.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
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
           05  STL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-OFFERS     VALUE 'Y'.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCOUNTS   VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  ACCT-FOUND-FLAG    PIC X VALUE 'N'.
               88  ACCOUNT-ON-FILE    VALUE 'Y'.
      *
       01  JUDGE-COUNTS.
           05  OFFERS-READ        PIC S9(7) COMP-3 VALUE ZERO.
           05  OFFERS-SETTLED     PIC S9(7) COMP-3 VALUE ZERO.
           05  OFFERS-VOIDED      PIC S9(7) COMP-3 VALUE ZERO.
           05  OFFERS-STILL-OPEN  PIC S9(7) COMP-3 VALUE ZERO.
           05  CARRIED-RESOLVED   PIC S9(7) COMP-3 VALUE ZERO.
           05  FORGIVEN-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  PAID-SINCE-WK          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TRAN-FIELDS.
           COPY TRANFLDS.
      *
       01  BATCH-CTL-WORK.
           05  BCTL-RECORD-TYPE   PIC X(8).
           05  BCTL-BATCH-ID      PIC X(8).
           05  BCTL-DECL-COUNT    PIC 9(7).
           05  BCTL-DECL-AMOUNT   PIC 9(9)V99.
           05  FILLER             PIC X(16).
       01  BATCH-TOTALS.
           05  BATCH-DETAIL-COUNT PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Settlement Offer Judgements'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '       Agreed'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '         Paid'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '     Forgiven'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(27) VALUE 'Outcome'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           SORT STL-SORT
               ON ASCENDING KEY SRT-S-ACCT-NO SRT-S-TAKEN-DATE
               USING STL-IN
               GIVING STL-SORTED.
           PERFORM LOAD-CODE-TABLE.
           OPEN INPUT  STL-SORTED.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT STL-OUT.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT CLOSE-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM READ-ACCOUNT.
      *
       JUDGE-OFFERS.
           PERFORM READ-OFFER
           PERFORM UNTIL NO-MORE-OFFERS
               IF SETTLEMENT-OPEN
                   PERFORM FIND-OFFER-ACCOUNT
                   PERFORM JUDGE-ONE-OFFER
               ELSE
                   ADD 1 TO CARRIED-RESOLVED
               END-IF
               WRITE STL-OUT-REC FROM STL-FIELDS
               PERFORM READ-OFFER
           END-PERFORM.
           PERFORM WRITE-BATCH-TRAILER.
      *
       CLOSE-STOP.
           DISPLAY 'STLJUDGE: OFFERS READ      = ' OFFERS-READ.
           DISPLAY 'STLJUDGE: OFFERS SETTLED   = ' OFFERS-SETTLED.
           DISPLAY 'STLJUDGE: OFFERS VOIDED    = ' OFFERS-VOIDED.
           DISPLAY 'STLJUDGE: STILL OPEN       = ' OFFERS-STILL-OPEN.
           DISPLAY 'STLJUDGE: CARRIED RESOLVED = ' CARRIED-RESOLVED.
           DISPLAY 'STLJUDGE: REMAINDER FORGIVEN = ' FORGIVEN-TOTAL.
           IF CODE-TABLE-FULL
               DISPLAY 'STLJUDGE: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           CLOSE STL-SORTED.
           CLOSE ACCT-REC.
           CLOSE HIST-INDEX.
           CLOSE STL-OUT.
           CLOSE TRAN-OUT.
           CLOSE CLOSE-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-OFFER.
           READ STL-SORTED
               AT END SET NO-MORE-OFFERS TO TRUE
           END-READ.
           IF NOT NO-MORE-OFFERS
               ADD 1 TO OFFERS-READ
           END-IF.
      *
       READ-ACCOUNT.
           READ ACCT-REC
               AT END SET NO-MORE-ACCOUNTS TO TRUE
           END-READ.
      *
      *    FIND-OFFER-ACCOUNT -- both files are in account order, so
      *    ACCTREC only ever moves forward to the offer's account.
       FIND-OFFER-ACCOUNT.
           PERFORM READ-ACCOUNT
               UNTIL NO-MORE-ACCOUNTS OR ACCT-NO NOT < STL-ACCT-NO.
           IF NOT NO-MORE-ACCOUNTS AND ACCT-NO = STL-ACCT-NO
               SET ACCOUNT-ON-FILE TO TRUE
           ELSE
               MOVE 'N' TO ACCT-FOUND-FLAG
           END-IF.
      *
      *    JUDGE-ONE-OFFER -- an offer on an account no longer on the
      *    active book is void; otherwise the payments since it was
      *    taken settle it, its deadline voids it, or it stays open.
       JUDGE-ONE-OFFER.
           IF NOT ACCOUNT-ON-FILE
               OR (NOT ACCOUNT-ACTIVE AND NOT ACCOUNT-SUSPENDED)
               MOVE 'VOID -- ACCOUNT NOT ACTIVE' TO STP-OUTCOME-O
               PERFORM VOID-THE-OFFER
           ELSE
               PERFORM SUM-PAYMENTS-SINCE
               MOVE PAID-SINCE-WK TO STL-PAID-TO-DATE
               EVALUATE TRUE
                   WHEN STL-PAID-TO-DATE NOT < STL-AGREED-AMT
                       PERFORM SETTLE-THE-OFFER
                   WHEN STL-DEADLINE < CURRENT-DATE-NUM
                       MOVE 'VOID -- DEADLINE MISSED'
                           TO STP-OUTCOME-O
                       PERFORM VOID-THE-OFFER
                   WHEN OTHER
                       ADD 1 TO OFFERS-STILL-OPEN
               END-EVALUATE
           END-IF.
      *
      *    SUM-PAYMENTS-SINCE -- the account's payments posted on or
      *    after the day the offer was taken, net of reversals; a
      *    payment transferred in counts, one transferred out nets
      *    off like a reversal.
       SUM-PAYMENTS-SINCE.
           MOVE ZERO TO PAID-SINCE-WK.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               PERFORM CLASSIFY-PAY-CODE
               IF HIST-IS-PAYMENT
                   ADD HIST-AMOUNT TO PAID-SINCE-WK
               END-IF
               IF HIST-IS-PAY-REVERSAL
                   SUBTRACT HIST-AMOUNT FROM PAID-SINCE-WK
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at the account's
      *    first history posted on or after the day the offer was
      *    taken and reads it; NO-MORE-HIST straight away means none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE STL-ACCT-NO    TO HIX-ACCT-NO.
           MOVE STL-TAKEN-DATE TO HIX-POST-DATE.
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
               IF HIX-ACCT-NO NOT = STL-ACCT-NO
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
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
      *    SETTLE-THE-OFFER -- the agreed amount is in: whatever the
      *    account still owes is forgiven and the account goes to
      *    the closure run.  A balance already at zero or in credit
      *    needs no forgiveness, only the closure.
       SETTLE-THE-OFFER.
           ADD 1 TO OFFERS-SETTLED.
           SET SETTLEMENT-SETTLED TO TRUE.
           MOVE CURRENT-DATE-NUM TO STL-RESOLVED-DATE.
           IF ACCT-BALANCE > ZERO
               MOVE ACCT-BALANCE TO STL-FORGIVEN-AMT
               ADD ACCT-BALANCE  TO FORGIVEN-TOTAL
               PERFORM WRITE-FORGIVENESS-CREDIT
               MOVE 'SETTLED -- REMAINDER FORGIVEN' TO STP-OUTCOME-O
           ELSE
               MOVE ZERO TO STL-FORGIVEN-AMT
               MOVE 'SETTLED -- NOTHING LEFT OWED' TO STP-OUTCOME-O
           END-IF.
           MOVE SPACES      TO CLOSE-REQ-REC.
           MOVE STL-ACCT-NO TO REQ-ACCT-NO.
           WRITE CLOSE-REQ-REC.
           PERFORM WRITE-REPORT-LINE.
      *
       VOID-THE-OFFER.
           ADD 1 TO OFFERS-VOIDED.
           SET SETTLEMENT-VOIDED TO TRUE.
           MOVE CURRENT-DATE-NUM TO STL-RESOLVED-DATE.
           MOVE ZERO             TO STL-FORGIVEN-AMT.
           PERFORM WRITE-REPORT-LINE.
      *
      *    WRITE-FORGIVENESS-CREDIT -- the remainder as a type 'D'
      *    STLF credit under the operator who negotiated the offer.
       WRITE-FORGIVENESS-CREDIT.
           MOVE SPACES               TO TRAN-FIELDS.
           MOVE STL-ACCT-NO          TO TRAN-ACCT-NO.
           MOVE 'D'                  TO TRAN-TYPE.
           MOVE STL-FORGIVEN-AMT     TO TRAN-AMOUNT.
           MOVE 'SETTLEMENT FORGV'   TO TRAN-COMMENT.
           MOVE 'STLF'               TO TRAN-CODE.
           MOVE STL-OPER-ID          TO TRAN-OPER-ID.
           MOVE WS-CURRENT-YEAR      TO TRAN-DATE-YR.
           MOVE WS-CURRENT-MONTH     TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY       TO TRAN-DATE-DAY.
           WRITE TRAN-OUT-REC FROM TRAN-FIELDS.
           ADD 1           TO BATCH-DETAIL-COUNT.
           ADD TRAN-AMOUNT TO BATCH-AMOUNT.
      *
       WRITE-BATCH-HEADER.
           MOVE SPACES     TO BATCH-CTL-WORK.
           MOVE 'BATCHHDR' TO BCTL-RECORD-TYPE.
           PERFORM SET-BATCH-ID.
           MOVE ZERO       TO BCTL-DECL-COUNT.
           MOVE ZERO       TO BCTL-DECL-AMOUNT.
           WRITE TRAN-OUT-REC FROM BATCH-CTL-WORK(1:50).
      *
       WRITE-BATCH-TRAILER.
           MOVE SPACES             TO BATCH-CTL-WORK.
           MOVE 'BATCHTRL'         TO BCTL-RECORD-TYPE.
           PERFORM SET-BATCH-ID.
           MOVE BATCH-DETAIL-COUNT TO BCTL-DECL-COUNT.
           MOVE BATCH-AMOUNT       TO BCTL-DECL-AMOUNT.
           WRITE TRAN-OUT-REC FROM BATCH-CTL-WORK(1:50).
      *
       SET-BATCH-ID.
           MOVE 'SF'                  TO BCTL-BATCH-ID(1:2).
           MOVE CURRENT-DATE-NUM(3:6) TO BCTL-BATCH-ID(3:6).
      *
       WRITE-REPORT-LINE.
           MOVE STL-ACCT-NO      TO STP-ACCT-NO-O.
           MOVE STL-AGREED-AMT   TO STP-AGREED-O.
           MOVE STL-PAID-TO-DATE TO STP-PAID-O.
           MOVE STL-FORGIVEN-AMT TO STP-FORGIVEN-O.
           WRITE PRINT-REC.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'STLJUDGE'        TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE OFFERS-READ       TO LOG-RECS-IN.
           COMPUTE LOG-RECS-OUT = OFFERS-SETTLED + OFFERS-VOIDED.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE FORGIVEN-TOTAL    TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
