      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PAYXFER.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    PAYXFER is the misapplied-payment transfer run.  A payment
      *    keyed to the wrong account used to be put right with two
      *    hand-built items in a TRANREC batch -- a reversal on one
      *    account and a payment on the other -- tied to nothing:
      *    the same payment could be moved twice, half a pair could
      *    post without the other, and the wrong account was left
      *    showing the payment as its latest activity.  Agents now
      *    key a transfer request on XFERREQ (XFRFLDS) -- the account
      *    the payment landed on, the payment as TRANHIST shows it
      *    (posting date, transaction date and amount), the account
      *    it belongs on, and their own operator ID -- and this run
      *    judges each one.  Requests, TRANHIST and XFERLOG are all
      *    sorted by the account the payment landed on (the FEEWAIV
      *    merge shape), and a request must:
      *
      *      - name an operator on OPERAUTH (OPRFLDS);
      *      - be readable, and name two different accounts;
      *      - name a from-account and a to-account both on
      *        ACCTVSAM, the to-account active or suspended -- a
      *        closed, charged-off or transferred account takes no
      *        money;
      *      - name a payment TRANHIST shows posted to the from-
      *        account -- a debit under PYMT, AGPY, APAY or XFIN, or
      *        on history older than the codes, under no code;
      *      - name a payment XFERLOG does not already show
      *        transferred, on an earlier night or earlier in this
      *        run.
      *
      *    A request failing any test is refused to EXCPFILE.  One
      *    that passes is given the next transfer reference ('XF'
      *    and a number one above the highest XFERLOG holds) and
      *    becomes a linked pair: an XFOT credit taking the payment
      *    back off the from-account, and an XFIN debit applying it
      *    to the to-account, both dated as the customer paid,
      *    stamped with the agent's operator ID and carrying the
      *    reference in the comment -- 'XFR OUT' or 'XFR IN' and the
      *    reference -- so both accounts' statements show it.  The
      *    pairs are sorted into account order and shipped on
      *    XFEROUT as one BATCHHDR/BATCHTRL batch for TRANEDIT, the
      *    DUPREL road, so both halves post in the same POSTACCT
      *    run; TRANVEL and DUPSCRN pass the two codes through
      *    unscreened so neither half is held without the other.
      *
      *    XFOT is not customer activity (TCD-ACTIVITY 'N'), so
      *    posting it leaves LAST-ACTIVITY-DATE alone -- but the
      *    payment stamped that date when it first posted.  Each
      *    transferred request therefore carries the from-account's
      *    latest real activity with the payment taken away: the
      *    latest posting date on its history other than an XFOT or
      *    a payment transferred off it, zero when nothing is left.
      *    The transferred requests go to XFERACT, and POSTACCT puts
      *    that date back when the XFOT posts.
      *
      *    Every request, whatever became of it, is appended to
      *    XFERLOG with its reference and disposition, so the log is
      *    both the "already transferred" test and the record of
      *    every payment moved.  A payment is known by its account,
      *    posting date, transaction date and amount, so two
      *    payments alike in all four are one payment to this run.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-IN     ASSIGN TO XFERREQ.
           SELECT XFER-SORT   ASSIGN TO XFRWORK.
           SELECT XFER-SORTED ASSIGN TO XFRSORT.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT SORT-WORK   ASSIGN TO SRTWORK.
           SELECT SORTED-HIST ASSIGN TO SRTHIST.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
           SELECT XFER-LOG    ASSIGN TO XFERLOG.
           SELECT LOG-SORT    ASSIGN TO LOGWORK.
           SELECT LOG-SORTED  ASSIGN TO LOGSORT.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT OPER-AUTH   ASSIGN TO OPERAUTH.
           SELECT XFER-ACT    ASSIGN TO XFERACT.
           SELECT ITEM-WORK   ASSIGN TO ITMWORK.
           SELECT ITEM-SORT   ASSIGN TO ITMSORT.
           SELECT ITEM-SRTD   ASSIGN TO ITMSRTD.
           SELECT TRAN-OUT    ASSIGN TO XFEROUT.
           SELECT PRINT-LINE  ASSIGN TO XFRLIST.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  XFER-IN RECORDING MODE F.
       01  XFER-IN-REC            PIC X(80).
      *
       SD  XFER-SORT.
       01  XFER-SORT-REC.
           05  SRT-X-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  XFER-SORTED RECORDING MODE F.
       01  XFER-FIELDS.
           COPY XFRFLDS.
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  TRAN-HIST-REC          PIC X(80).
      *
      *    SORT-WORK carries the same 80-byte layout as HISTFLDS but
      *    under SRT- names, the same rename NSFPROC's SORT-REC makes.
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
      *    XFER-LOG -- read once for the highest reference issued,
      *    sorted by account for the "already transferred" test,
      *    then reopened EXTEND for this run's dispositions.
       FD  XFER-LOG RECORDING MODE F.
       01  XFER-LOG-REC           PIC X(80).
      *
       SD  LOG-SORT.
       01  LOG-SORT-REC.
           05  SRT-L-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  LOG-SORTED RECORDING MODE F.
       01  LOG-FIELDS.
           COPY XFRFLDS REPLACING LEADING ==XFR-== BY ==XLG-==.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  OPER-AUTH RECORDING MODE F.
       01  OPER-AUTH-REC.
           COPY OPRFLDS.
      *
      *    XFER-ACT -- tonight's transferred requests, for POSTACCT.
       FD  XFER-ACT RECORDING MODE F.
       01  XFER-ACT-REC           PIC X(80).
      *
      *    ITEM-WORK/ITEM-SORT/ITEM-SRTD/TRAN-OUT -- both halves of
      *    every pair collected, sorted into account order, and
      *    shipped as a wrapped TRANEDIT batch.
       FD  ITEM-WORK RECORDING MODE F.
       01  ITEM-WORK-REC          PIC X(50).
      *
       SD  ITEM-SORT.
       01  ITEM-SORT-REC.
           05  SRT-I-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(42).
      *
       FD  ITEM-SRTD RECORDING MODE F.
       01  ITEM-SRTD-REC          PIC X(50).
      *
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-OUT-REC           PIC X(50).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  XFL-FROM-ACCT-O    PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  XFL-TO-ACCT-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  XFL-POST-DATE-O    PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  XFL-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  XFL-OPER-ID-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  XFL-OUTCOME-O      PIC X(25).
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every refused request is appended here with a
      *    reason code EXCPSUM can trend.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  XFER-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-REQUESTS   VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  LOG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-LOG        VALUE 'Y'.
           05  SCAN-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SCAN       VALUE 'Y'.
           05  OPER-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-OPERS      VALUE 'Y'.
           05  SORT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SORTED     VALUE 'Y'.
           05  OPER-FOUND-FLAG    PIC X VALUE 'N'.
               88  OPER-FOUND         VALUE 'Y'.
           05  REQUEST-OK-FLAG    PIC X VALUE 'N'.
               88  REQUEST-READABLE   VALUE 'Y'.
           05  FROM-FOUND-FLAG    PIC X VALUE 'N'.
               88  FROM-ACCT-FOUND    VALUE 'Y'.
           05  TO-FOUND-FLAG      PIC X VALUE 'N'.
               88  TO-ACCT-FOUND      VALUE 'Y'.
           05  TO-OPEN-FLAG       PIC X VALUE 'N'.
               88  TO-ACCT-TAKES-MONEY VALUE 'Y'.
           05  PAY-FOUND-FLAG     PIC X VALUE 'N'.
               88  PAY-FOUND          VALUE 'Y'.
           05  MOVED-FLAG         PIC X VALUE 'N'.
               88  PAY-ALREADY-MOVED  VALUE 'Y'.
           05  HIST-CAPACITY-FLAG PIC X VALUE 'N'.
               88  HIST-TABLE-FULL    VALUE 'Y'.
           05  DONE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  DONE-TABLE-FULL    VALUE 'Y'.
      *
       01  XFER-COUNTS.
           05  REQUESTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  PAYMENTS-MOVED     PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-REFUSED   PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-DETAIL-COUNT PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  VSAM-STATUS            PIC X(2) VALUE '00'.
           88  VSAM-OK                VALUE '00'.
      *
      *    OPER-TABLE -- OPERAUTH in storage, the same load FEEWAIV
      *    makes; only the operator's presence matters here.
       01  OPER-TABLE-CTL.
           05  OPER-COUNT         PIC S9(4) COMP VALUE 0.
           05  OPER-MAX           PIC S9(4) COMP VALUE 50.
       01  OPER-TABLE.
           05  OPER-ENTRY OCCURS 50 TIMES INDEXED BY OP-IDX.
               10  OT-ID          PIC X(8).
       01  LOOKUP-OPER-ID         PIC X(8) VALUE SPACES.
      *
      *    CODE-TABLE -- TRANCODE loaded once; only the code, its
      *    statement category, its reversal mark and whether it is
      *    customer activity are needed here.
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
           05  ACTIVITY-CODE-FLAG PIC X VALUE 'Y'.
               88  HIST-NOT-ACTIVITY  VALUE 'N'.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(4).
               10  CDT-CATEGORY   PIC X(1).
               10  CDT-REVERSAL   PIC X(1).
               10  CDT-ACTIVITY     PIC X(1).
      *
      *    HIST-TABLE -- this account's history, gathered once per
      *    account: every item's dates and amount, whether it is a
      *    payment that may be moved, and whether it counts as the
      *    customer's activity when the date to put back is worked.
       01  HIST-CTL.
           05  HIST-COUNT         PIC S9(4) COMP VALUE 0.
           05  HIST-MAX           PIC S9(4) COMP VALUE 1000.
       01  HIST-TABLE.
           05  HIST-ENTRY OCCURS 1000 TIMES INDEXED BY HS-IDX.
               10  HST-POST-DATE  PIC 9(8).
               10  HST-TRAN-DATE  PIC 9(8).
               10  HST-AMOUNT     PIC S9(7)V99 COMP-3.
               10  HST-PAYMENT    PIC X(1).
               10  HST-ACTIVITY   PIC X(1).
      *
      *    DONE-TABLE -- the payments XFERLOG shows this account
      *    already transferred, with each transfer this run makes
      *    added as it is made.
       01  DONE-CTL.
           05  DONE-COUNT         PIC S9(4) COMP VALUE 0.
           05  DONE-MAX           PIC S9(4) COMP VALUE 200.
       01  DONE-TABLE.
           05  DONE-ENTRY OCCURS 200 TIMES INDEXED BY DN-IDX.
               10  DNT-POST-DATE  PIC 9(8).
               10  DNT-TRAN-DATE  PIC 9(8).
               10  DNT-AMOUNT     PIC S9(7)V99 COMP-3.
       01  DONE-KEY-WK.
           05  DONE-POST-DATE-WK  PIC 9(8).
           05  DONE-TRAN-DATE-WK  PIC 9(8).
           05  DONE-AMOUNT-WK     PIC S9(7)V99 COMP-3.
      *
      *    LAST-REF-NUMBER -- the highest transfer reference XFERLOG
      *    holds, stepped for each transfer this run makes.
       01  LAST-REF-NUMBER        PIC 9(6) VALUE ZERO.
       01  SCAN-FIELDS.
           COPY XFRFLDS REPLACING LEADING ==XFR-== BY ==XSC-==.
      *
       01  GROUP-ACCT-NO          PIC X(8) VALUE SPACES.
       01  TRAN-FIELDS.
           COPY TRANFLDS.
       01  XFER-COMMENT-WK.
           05  XFER-COMMENT-TAG   PIC X(8).
           05  XFER-COMMENT-REF   PIC X(8).
      *
       01  BATCH-CTL-WORK.
           05  BCTL-RECORD-TYPE   PIC X(8).
           05  BCTL-BATCH-ID      PIC X(8).
           05  BCTL-DECL-COUNT    PIC 9(7).
           05  BCTL-DECL-AMOUNT   PIC 9(9)V99.
           05  FILLER             PIC X(16).
      *
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(33) VALUE
               'Payment Transfer Edit Listing'.
           05  FILLER         PIC X(47) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'From'.
           05  FILLER         PIC X(10) VALUE 'To'.
           05  FILLER         PIC X(10) VALUE 'Posted'.
           05  FILLER         PIC X(15) VALUE '       Amount'.
           05  FILLER         PIC X(10) VALUE 'Operator'.
           05  FILLER         PIC X(25) VALUE 'Outcome'.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(19) VALUE 'Requests read:     '.
           05  TRL-READ-O     PIC ZZZ,ZZ9.
           05  FILLER         PIC X(16) VALUE '   Transferred: '.
           05  TRL-MOVED-O    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(13) VALUE '   Refused:  '.
           05  TRL-REFUSED-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(11) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-OPER-TABLE.
           PERFORM FIND-LAST-REFERENCE.
           PERFORM LOAD-CODE-TABLE.
           SORT XFER-SORT
               ON ASCENDING KEY SRT-X-ACCT-NO
               USING XFER-IN
               GIVING XFER-SORTED.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-POST-DATE
               USING TRAN-HIST
               GIVING SORTED-HIST.
           SORT LOG-SORT
               ON ASCENDING KEY SRT-L-ACCT-NO
               USING XFER-LOG
               GIVING LOG-SORTED.
           OPEN INPUT  XFER-SORTED.
           OPEN INPUT  SORTED-HIST.
           OPEN INPUT  LOG-SORTED.
           OPEN INPUT  ACCT-VSAM.
           OPEN EXTEND XFER-LOG.
           OPEN OUTPUT XFER-ACT.
           OPEN OUTPUT ITEM-WORK.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-HIST.
           PERFORM READ-LOG.
      *
       WORK-REQUESTS.
           PERFORM READ-REQUEST
           PERFORM UNTIL NO-MORE-REQUESTS
               ADD 1 TO REQUESTS-READ
               IF XFR-FROM-ACCT NOT = GROUP-ACCT-NO
                   MOVE XFR-FROM-ACCT TO GROUP-ACCT-NO
                   PERFORM GATHER-ACCOUNT-HISTORY
                   PERFORM GATHER-ACCOUNT-TRANSFERS
               END-IF
               PERFORM WORK-ONE-REQUEST
               PERFORM READ-REQUEST
           END-PERFORM.
           CLOSE ITEM-WORK.
           PERFORM SHIP-TRANSFER-BATCH.
           MOVE REQUESTS-READ    TO TRL-READ-O.
           MOVE PAYMENTS-MOVED   TO TRL-MOVED-O.
           MOVE REQUESTS-REFUSED TO TRL-REFUSED-O.
           WRITE PRINT-REC FROM TRAILER-1.
      *
       CLOSE-STOP.
           DISPLAY 'PAYXFER: REQUESTS READ    = ' REQUESTS-READ.
           DISPLAY 'PAYXFER: PAYMENTS MOVED   = ' PAYMENTS-MOVED.
           DISPLAY 'PAYXFER: REQUESTS REFUSED = ' REQUESTS-REFUSED.
           IF HIST-TABLE-FULL
               DISPLAY 'PAYXFER: HISTORY TABLE FILLED AT 1000 -- '
                       'SOME REQUESTS JUDGED ON PARTIAL HISTORY'
           END-IF.
           IF CODE-TABLE-FULL
               DISPLAY 'PAYXFER: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           IF DONE-TABLE-FULL
               DISPLAY 'PAYXFER: TRANSFERRED TABLE FILLED AT 200 -- '
                       'SOME REQUESTS JUDGED ON PARTIAL LOG'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE XFER-SORTED.
           CLOSE SORTED-HIST.
           CLOSE LOG-SORTED.
           CLOSE ACCT-VSAM.
           CLOSE XFER-LOG.
           CLOSE XFER-ACT.
           CLOSE PRINT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
       LOAD-OPER-TABLE.
           OPEN INPUT OPER-AUTH.
           PERFORM READ-OPER-AUTH
           PERFORM UNTIL NO-MORE-OPERS
               IF OPR-ID NOT = SPACES
                   AND OPER-COUNT < OPER-MAX
                   ADD 1 TO OPER-COUNT
                   MOVE OPR-ID TO OT-ID(OPER-COUNT)
               END-IF
               PERFORM READ-OPER-AUTH
           END-PERFORM.
           CLOSE OPER-AUTH.
      *
       READ-OPER-AUTH.
           READ OPER-AUTH
               AT END SET NO-MORE-OPERS TO TRUE
           END-READ.
      *
      *    FIND-OPERATOR -- LOOKUP-OPER-ID on OPER-TABLE.
       FIND-OPERATOR.
           MOVE 'N' TO OPER-FOUND-FLAG.
           PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPER-COUNT OR OPER-FOUND
               IF OT-ID(OP-IDX) = LOOKUP-OPER-ID
                   SET OPER-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      *    FIND-LAST-REFERENCE -- one pass of XFERLOG for the highest
      *    reference it has issued, so tonight's carry on from it.
       FIND-LAST-REFERENCE.
           OPEN INPUT XFER-LOG.
           PERFORM READ-LOG-SCAN
           PERFORM UNTIL NO-MORE-SCAN
               IF XSC-REF-PREFIX = 'XF'
                   AND XSC-REF-NUMBER NUMERIC
                   AND XSC-REF-NUMBER > LAST-REF-NUMBER
                   MOVE XSC-REF-NUMBER TO LAST-REF-NUMBER
               END-IF
               PERFORM READ-LOG-SCAN
           END-PERFORM.
           CLOSE XFER-LOG.
      *
       READ-LOG-SCAN.
           READ XFER-LOG INTO SCAN-FIELDS
               AT END SET NO-MORE-SCAN TO TRUE
           END-READ.
      *
       READ-REQUEST.
           READ XFER-SORTED
               AT END SET NO-MORE-REQUESTS TO TRUE
           END-READ.
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
      *    A code TRANCODE carries as not customer activity (XFOT)
      *    is flagged as well.
       CLASSIFY-PAY-CODE.
           MOVE 'N' TO PAY-CODE-FLAG.
           MOVE 'N' TO CODE-MATCH-FLAG.
           MOVE 'Y' TO ACTIVITY-CODE-FLAG.
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
                       MOVE CDT-ACTIVITY(CD-IDX)
                                     TO ACTIVITY-CODE-FLAG
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
                       MOVE TCD-ACTIVITY
                                     TO CDT-ACTIVITY(CODE-COUNT)
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
       READ-LOG.
           READ LOG-SORTED
               AT END SET NO-MORE-LOG TO TRUE
           END-READ.
      *
      *    GATHER-ACCOUNT-HISTORY -- positions the sorted history at
      *    this request's account and collects every item on it:
      *    a debit under a payment-category code (or, on history
      *    older than the codes, under none) is a payment that may
      *    be moved, and everything but a code TRANCODE carries as
      *    not activity (XFOT) is the customer's activity.
       GATHER-ACCOUNT-HISTORY.
           MOVE ZERO TO HIST-COUNT.
           PERFORM UNTIL NO-MORE-HIST
               OR HIST-ACCT-NO >= GROUP-ACCT-NO
               PERFORM READ-HIST
           END-PERFORM.
           PERFORM UNTIL NO-MORE-HIST
               OR HIST-ACCT-NO > GROUP-ACCT-NO
               IF HIST-COUNT < HIST-MAX
                   ADD 1 TO HIST-COUNT
                   MOVE HIST-POST-DATE TO HST-POST-DATE(HIST-COUNT)
                   MOVE HIST-TRAN-DATE TO HST-TRAN-DATE(HIST-COUNT)
                   MOVE HIST-AMOUNT    TO HST-AMOUNT(HIST-COUNT)
                   MOVE 'N' TO HST-PAYMENT(HIST-COUNT)
                   MOVE 'Y' TO HST-ACTIVITY(HIST-COUNT)
                   PERFORM CLASSIFY-PAY-CODE
                   IF HIST-IS-PAYMENT
                       MOVE 'Y' TO HST-PAYMENT(HIST-COUNT)
                   END-IF
                   IF HIST-NOT-ACTIVITY
                       MOVE 'N' TO HST-ACTIVITY(HIST-COUNT)
                   END-IF
               ELSE
                   SET HIST-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
      *
      *    GATHER-ACCOUNT-TRANSFERS -- positions the sorted log at
      *    this account and collects the payments it shows moved.
       GATHER-ACCOUNT-TRANSFERS.
           MOVE ZERO TO DONE-COUNT.
           PERFORM UNTIL NO-MORE-LOG
               OR XLG-FROM-ACCT >= GROUP-ACCT-NO
               PERFORM READ-LOG
           END-PERFORM.
           PERFORM UNTIL NO-MORE-LOG
               OR XLG-FROM-ACCT > GROUP-ACCT-NO
               IF XLG-TRANSFERRED
                   MOVE XLG-PAY-POST-DATE TO DONE-POST-DATE-WK
                   MOVE XLG-PAY-TRAN-DATE TO DONE-TRAN-DATE-WK
                   MOVE XLG-PAY-AMOUNT    TO DONE-AMOUNT-WK
                   PERFORM ADD-DONE-ENTRY
               END-IF
               PERFORM READ-LOG
           END-PERFORM.
      *
       ADD-DONE-ENTRY.
           IF DONE-COUNT < DONE-MAX
               ADD 1 TO DONE-COUNT
               MOVE DONE-POST-DATE-WK TO DNT-POST-DATE(DONE-COUNT)
               MOVE DONE-TRAN-DATE-WK TO DNT-TRAN-DATE(DONE-COUNT)
               MOVE DONE-AMOUNT-WK    TO DNT-AMOUNT(DONE-COUNT)
           ELSE
               SET DONE-TABLE-FULL TO TRUE
           END-IF.
      *
      *    WORK-ONE-REQUEST -- the tests in order; the first one
      *    failed refuses the request, and one that passes them all
      *    is transferred.
       WORK-ONE-REQUEST.
           MOVE SPACES           TO XFR-REFERENCE.
           MOVE ZERO             TO XFR-RESTORE-DATE.
           MOVE SPACES           TO XFR-STATUS.
           MOVE CURRENT-DATE-NUM TO XFR-RUN-DATE.
           MOVE SPACES           TO XFR-REJECT-CODE.
           MOVE XFR-OPER-ID      TO LOOKUP-OPER-ID.
           PERFORM FIND-OPERATOR.
           PERFORM CHECK-REQUEST-READABLE.
           MOVE 'N' TO FROM-FOUND-FLAG.
           MOVE 'N' TO TO-FOUND-FLAG.
           MOVE 'N' TO TO-OPEN-FLAG.
           MOVE 'N' TO PAY-FOUND-FLAG.
           MOVE 'N' TO MOVED-FLAG.
           IF REQUEST-READABLE
               PERFORM CHECK-THE-ACCOUNTS
               PERFORM FIND-THE-PAYMENT
           END-IF.
           EVALUATE TRUE
               WHEN XFR-OPER-ID = SPACES OR NOT OPER-FOUND
                   MOVE 'O001' TO EXCP-CODE-WK
                   MOVE 'OPERATOR NOT ON OPERAUTH' TO XFL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN NOT REQUEST-READABLE
                   MOVE 'O002' TO EXCP-CODE-WK
                   MOVE 'REQUEST UNREADABLE' TO XFL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN NOT FROM-ACCT-FOUND
                   MOVE 'O003' TO EXCP-CODE-WK
                   MOVE 'FROM-ACCOUNT NOT ON FILE' TO XFL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN NOT TO-ACCT-FOUND
                   MOVE 'O004' TO EXCP-CODE-WK
                   MOVE 'TO-ACCOUNT NOT ON FILE' TO XFL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN NOT TO-ACCT-TAKES-MONEY
                   MOVE 'O005' TO EXCP-CODE-WK
                   MOVE 'TO-ACCOUNT CANNOT TAKE IT' TO XFL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN NOT PAY-FOUND
                   MOVE 'O006' TO EXCP-CODE-WK
                   MOVE 'NO SUCH POSTED PAYMENT' TO XFL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN PAY-ALREADY-MOVED
                   MOVE 'O007' TO EXCP-CODE-WK
                   MOVE 'ALREADY TRANSFERRED' TO XFL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN OTHER
                   PERFORM TRANSFER-THE-PAYMENT
           END-EVALUATE.
           WRITE XFER-LOG-REC FROM XFER-FIELDS.
      *
      *    CHECK-REQUEST-READABLE -- dates and amount that are
      *    numbers, an amount above zero, and a to-account that is
      *    there and is not the from-account.
       CHECK-REQUEST-READABLE.
           MOVE 'N' TO REQUEST-OK-FLAG.
           IF XFR-PAY-POST-DATE NUMERIC
               AND XFR-PAY-TRAN-DATE NUMERIC
               AND XFR-PAY-AMOUNT NUMERIC
               IF XFR-PAY-AMOUNT > ZERO
                   AND XFR-TO-ACCT NOT = SPACES
                   AND XFR-TO-ACCT NOT = XFR-FROM-ACCT
                   SET REQUEST-READABLE TO TRUE
               END-IF
           END-IF.
      *
      *    CHECK-THE-ACCOUNTS -- both accounts read off ACCTVSAM,
      *    the TRANEDIT keyed read; the to-account must be active or
      *    suspended to take the payment.
       CHECK-THE-ACCOUNTS.
           MOVE XFR-FROM-ACCT TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF VSAM-OK
               SET FROM-ACCT-FOUND TO TRUE
           END-IF.
           MOVE XFR-TO-ACCT TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF VSAM-OK
               SET TO-ACCT-FOUND TO TRUE
               IF ACCOUNT-ACTIVE OR ACCOUNT-SUSPENDED
                   SET TO-ACCT-TAKES-MONEY TO TRUE
               END-IF
           END-IF.
      *
      *    FIND-THE-PAYMENT -- the request's payment on this
      *    account's history, and whether the log already shows it
      *    transferred.
       FIND-THE-PAYMENT.
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HIST-COUNT OR PAY-FOUND
               IF HST-PAYMENT(HS-IDX) = 'Y'
                   AND HST-POST-DATE(HS-IDX) = XFR-PAY-POST-DATE
                   AND HST-TRAN-DATE(HS-IDX) = XFR-PAY-TRAN-DATE
                   AND HST-AMOUNT(HS-IDX) = XFR-PAY-AMOUNT
                   SET PAY-FOUND TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING DN-IDX FROM 1 BY 1
               UNTIL DN-IDX > DONE-COUNT OR PAY-ALREADY-MOVED
               IF DNT-POST-DATE(DN-IDX) = XFR-PAY-POST-DATE
                   AND DNT-TRAN-DATE(DN-IDX) = XFR-PAY-TRAN-DATE
                   AND DNT-AMOUNT(DN-IDX) = XFR-PAY-AMOUNT
                   SET PAY-ALREADY-MOVED TO TRUE
               END-IF
           END-PERFORM.
      *
      *    TRANSFER-THE-PAYMENT -- the next reference, the XFOT and
      *    XFIN halves written to the work file, the payment added
      *    to those moved, and the request on XFERACT with the
      *    activity date POSTACCT is to put back.
       TRANSFER-THE-PAYMENT.
           ADD 1 TO PAYMENTS-MOVED.
           ADD 1 TO LAST-REF-NUMBER.
           MOVE 'XF'            TO XFR-REF-PREFIX.
           MOVE LAST-REF-NUMBER TO XFR-REF-NUMBER.
           SET XFR-TRANSFERRED  TO TRUE.
           MOVE XFR-REFERENCE   TO XFER-COMMENT-REF.
           MOVE SPACES          TO TRAN-FIELDS.
           MOVE XFR-FROM-ACCT   TO TRAN-ACCT-NO.
           MOVE 'C'             TO TRAN-TYPE.
           MOVE 'XFR OUT'       TO XFER-COMMENT-TAG.
           MOVE 'XFOT'          TO TRAN-CODE.
           PERFORM WRITE-TRANSFER-ITEM.
           MOVE SPACES          TO TRAN-FIELDS.
           MOVE XFR-TO-ACCT     TO TRAN-ACCT-NO.
           MOVE 'D'             TO TRAN-TYPE.
           MOVE 'XFR IN'        TO XFER-COMMENT-TAG.
           MOVE 'XFIN'          TO TRAN-CODE.
           PERFORM WRITE-TRANSFER-ITEM.
           MOVE XFR-PAY-POST-DATE TO DONE-POST-DATE-WK.
           MOVE XFR-PAY-TRAN-DATE TO DONE-TRAN-DATE-WK.
           MOVE XFR-PAY-AMOUNT    TO DONE-AMOUNT-WK.
           PERFORM ADD-DONE-ENTRY.
           PERFORM WORK-RESTORE-DATE.
           WRITE XFER-ACT-REC FROM XFER-FIELDS.
           MOVE SPACES TO XFL-OUTCOME-O.
           STRING 'TRANSFERRED ' XFR-REFERENCE
               DELIMITED BY SIZE INTO XFL-OUTCOME-O.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-TRANSFER-ITEM.
           MOVE XFR-PAY-AMOUNT    TO TRAN-AMOUNT.
           MOVE XFR-PAY-TRAN-DATE TO TRAN-DATE.
           MOVE XFER-COMMENT-WK   TO TRAN-COMMENT.
           MOVE XFR-OPER-ID       TO TRAN-OPER-ID.
           WRITE ITEM-WORK-REC FROM TRAN-FIELDS.
           ADD 1           TO BATCH-DETAIL-COUNT.
           ADD TRAN-AMOUNT TO BATCH-AMOUNT.
      *
      *    WORK-RESTORE-DATE -- the latest posting date on the
      *    from-account's history that is the customer's activity
      *    and is not a payment moved off it; zero when none is
      *    left.  Each transfer on an account takes one more payment
      *    away, so the last one worked is the lowest.
       WORK-RESTORE-DATE.
           MOVE ZERO TO XFR-RESTORE-DATE.
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HIST-COUNT
               IF HST-ACTIVITY(HS-IDX) = 'Y'
                   AND HST-POST-DATE(HS-IDX) > XFR-RESTORE-DATE
                   MOVE 'N' TO MOVED-FLAG
                   IF HST-PAYMENT(HS-IDX) = 'Y'
                       PERFORM VARYING DN-IDX FROM 1 BY 1
                           UNTIL DN-IDX > DONE-COUNT
                               OR PAY-ALREADY-MOVED
                           IF DNT-POST-DATE(DN-IDX) =
                                  HST-POST-DATE(HS-IDX)
                               AND DNT-TRAN-DATE(DN-IDX) =
                                  HST-TRAN-DATE(HS-IDX)
                               AND DNT-AMOUNT(DN-IDX) =
                                  HST-AMOUNT(HS-IDX)
                               SET PAY-ALREADY-MOVED TO TRUE
                           END-IF
                       END-PERFORM
                   END-IF
                   IF NOT PAY-ALREADY-MOVED
                       MOVE HST-POST-DATE(HS-IDX) TO XFR-RESTORE-DATE
                   END-IF
               END-IF
           END-PERFORM.
      *
       REFUSE-THE-REQUEST.
           ADD 1 TO REQUESTS-REFUSED.
           SET XFR-REJECTED TO TRUE.
           MOVE EXCP-CODE-WK TO XFR-REJECT-CODE.
           PERFORM WRITE-EXCEPTION.
           PERFORM WRITE-REPORT-LINE.
      *
      *    SHIP-TRANSFER-BATCH -- both halves of every pair, sorted
      *    into account order and wrapped BATCHHDR/details/BATCHTRL,
      *    the road DUPREL's releases take into TRANEDIT.
       SHIP-TRANSFER-BATCH.
           OPEN OUTPUT TRAN-OUT.
           IF PAYMENTS-MOVED > ZERO
               SORT ITEM-SORT
                   ON ASCENDING KEY SRT-I-ACCT-NO
                   USING ITEM-WORK
                   GIVING ITEM-SRTD
               PERFORM WRITE-BATCH-HEADER
               OPEN INPUT ITEM-SRTD
               PERFORM READ-SORTED-ITEM
               PERFORM UNTIL NO-MORE-SORTED
                   WRITE TRAN-OUT-REC FROM ITEM-SRTD-REC
                   PERFORM READ-SORTED-ITEM
               END-PERFORM
               CLOSE ITEM-SRTD
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           CLOSE TRAN-OUT.
      *
       READ-SORTED-ITEM.
           READ ITEM-SRTD
               AT END SET NO-MORE-SORTED TO TRUE
           END-READ.
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
           MOVE 'XF'                  TO BCTL-BATCH-ID(1:2).
           MOVE CURRENT-DATE-NUM(3:6) TO BCTL-BATCH-ID(3:6).
      *
       WRITE-REPORT-LINE.
           MOVE XFR-FROM-ACCT     TO XFL-FROM-ACCT-O.
           MOVE XFR-TO-ACCT       TO XFL-TO-ACCT-O.
           MOVE XFR-PAY-POST-DATE TO XFL-POST-DATE-O.
           IF XFR-PAY-AMOUNT NUMERIC
               MOVE XFR-PAY-AMOUNT TO XFL-AMOUNT-O
           ELSE
               MOVE ZERO TO XFL-AMOUNT-O
           END-IF.
           MOVE XFR-OPER-ID       TO XFL-OPER-ID-O.
           WRITE PRINT-REC.
      *
       WRITE-EXCEPTION.
           MOVE SPACES            TO EXCP-FIELDS.
           MOVE 'PAYXFER '        TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM  TO EXCP-RUN-DATE.
           MOVE XFR-FROM-ACCT     TO EXCP-KEY.
           MOVE EXCP-CODE-WK      TO EXCP-REASON-CODE.
           MOVE XFER-FIELDS(1:80) TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
