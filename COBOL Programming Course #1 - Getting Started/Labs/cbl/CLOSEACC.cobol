      *        to zero so the next closure run can close it.
      *
      *    Every request's outcome is listed on CLOSERPT.
      *
      *    A legal-status flag in force today (LGLFILE, per
      *    LGLFLDS) is honored: a deceased or bankruptcy flag
      *    withholds the final interest, and any flag withholds the
      *    final demand, which is contact.  Each withheld action
      *    goes to the suppression log (LGLSUPP) for LGLRPT; the
      *    account itself stays open while a balance is owed.
      *
      *    The closing-interest history is added to HISTIDX, the
      *    keyed history index (HIXFLDS), as it is appended to
      *    TRANHIST, the way POSTACCT adds its postings; a write the
      *    index refuses is counted and DISPLAYed for a HISTBLD
      *    rebuild.
      *
      *    The balance segments (SEGFILE, per SEGFLDS) are carried
      *    forward from SEGIN to SEGOUT beside the master, the
      *    POSTACCT way, and the closing interest is added to the
      *    interest segment.
      *
      *    The payoff quotes PAYQUOTE has given (PQTFILE, per
      *    PQTFLDS) are read from PQTIN and carried to PQTOUT with
      *    the open ones judged against the master.  An open quote
      *    on an account still open is paid when the payments
      *    posted to it from the quote date through the good-through
      *    date (type D history on HISTIDX under a payment-category
      *    TRANCODE code or no code, less any credit of the same
      *    window under a code TRANCODE marks as reversing a
      *    payment) come to the payoff amount.  A paid quote
      *    closes the account as a closure request would, with or
      *    without one on CLOSEREQ, except that the closing interest
      *    is the interest the quote charged rather than a fresh
      *    accrual: what the payments left in credit, up to the
      *    quoted interest, is posted as the closing interest, so
      *    the customer pays exactly what the letter said.  Whatever
      *    remains then closes, demands or refunds as above, and the
      *    quote is marked settled.  An open quote whose
      *    good-through date has passed unpaid is marked lapsed.  A
      *    closure request for an account a quote settled this run
      *    is listed and needs nothing more.
      *
      *    Every closure is also appended to the account's dated
      *    memo file (MEMOFILE, per MEMFLDS) as a CLOS entry saying
      *    whether a closure request or a paid payoff quote closed
      *    it.  The CLOSED stamp stays in COMMENTS, because CBUREXT
      *    dates the bureau's final report from it; an agent's note
      *    the stamp would overwrite is first kept on the memo file
      *    as a CMNT entry.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT PRINT-LINE   ASSIGN TO CLOSERPT.
           SELECT CTL-OUT      ASSIGN TO CTLOUT.
           SELECT GL-FEED      ASSIGN TO GLFEED.
           SELECT LEGAL-FILE   ASSIGN TO LGLFILE.
           SELECT SUPP-FILE    ASSIGN TO LGLSUPP.
           SELECT HIST-INDEX   ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT SEG-IN       ASSIGN TO SEGIN.
           SELECT SEG-OUT      ASSIGN TO SEGOUT.
           SELECT QUOTE-IN     ASSIGN TO PQTIN.
           SELECT QUOTE-OUT    ASSIGN TO PQTOUT.
           SELECT MEMO-FILE    ASSIGN TO MEMOFILE.
           SELECT TRAN-CODES   ASSIGN TO TRANCODE.
      *-------------
       DATA DIVISION.
      *-------------
           05  FILLER             PIC X(72).
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
       FD  REFUND-TRAN RECORDING MODE F.
       01  TRAN-FIELDS.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CLS-OUTCOME-O      PIC X(30).
           05  FILLER             PIC X(24) VALUE SPACES.
      *
      *    LEGAL-FILE -- the legal-status flags (LGLFLDS); SUPP-FILE
      *    is the shared log (LSPFLDS) of every action withheld
      *    because of one.
       FD  LEGAL-FILE RECORDING MODE F.
       01  LEGAL-FIELDS.
           COPY LGLFLDS.
      *
       FD  SUPP-FILE RECORDING MODE F.
       01  SUPP-FIELDS.
           COPY LSPFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    SEG-IN/SEG-OUT -- the balance segments (SEGFLDS), in
      *    account sequence; worked in SEGMENT-FIELDS.
       FD  SEG-IN RECORDING MODE F.
       01  SEG-IN-REC.
           05  SEGI-ACCT-NO       PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  SEG-OUT RECORDING MODE F.
       01  SEG-OUT-REC            PIC X(80).
      *
      *    QUOTE-IN/QUOTE-OUT -- the payoff quotes given (PQTFLDS),
      *    read at (0) and carried to (+1) with the open ones
      *    judged; worked in QUOTE-FIELDS.
       FD  QUOTE-IN RECORDING MODE F.
       01  QUOTE-IN-REC           PIC X(80).
      *
       FD  QUOTE-OUT RECORDING MODE F.
       01  QUOTE-OUT-REC          PIC X(80).
      *
      *    MEMO-FILE -- the account memo file (MEMFLDS), appended to.
       FD  MEMO-FILE RECORDING MODE F.
       01  MEMO-FIELDS.
           COPY MEMFLDS.
      *
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  DEMANDS-ISSUED     PIC S9(7) COMP-3 VALUE ZERO.
           05  REFUNDS-GENERATED  PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-REJECTED  PIC S9(7) COMP-3 VALUE ZERO.
           05  QUOTES-SETTLED     PIC S9(7) COMP-3 VALUE ZERO.
           05  QUOTES-LAPSED      PIC S9(7) COMP-3 VALUE ZERO.
           05  QUOTES-CARRIED     PIC S9(7) COMP-3 VALUE ZERO.
           05  MEMOS-WRITTEN      PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  FINAL-INTEREST-AMT     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TOTAL-CLOSING-INTEREST PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  REFUND-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
      *    SEGMENT-FIELDS -- the current account's balance segments.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
       01  SEGMENT-WORK.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
           05  SEG-SUB            PIC S9(4) COMP VALUE 0.
           05  SEGS-CREATED       PIC S9(7) COMP-3 VALUE ZERO.
           05  SEGS-DROPPED       PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
           88  HIX-DUPLICATE          VALUE '22'.
       01  HIX-SEQ-NEXT           PIC 9(8) VALUE ZERO.
       01  HIX-WRITE-FAILS        PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    QUOTE-TABLE -- every open payoff quote on PQTIN, whole;
      *    the quotes already settled or lapsed go straight through
      *    to PQTOUT.  An open quote that does not fit stays open,
      *    unjudged, for the next run.  QUOTE-HONORED is set for the
      *    master being looked at once one of its quotes is paid.
       01  QUOTE-CTL.
           05  QUOTE-COUNT        PIC S9(4) COMP VALUE 0.
           05  QUOTE-MAX          PIC S9(4) COMP VALUE 2000.
       01  QUOTE-TABLE.
           05  QUOTE-ENTRY OCCURS 2000 TIMES INDEXED BY QT-IDX.
               10  QTT-IMAGE      PIC X(80).
       01  QUOTE-FIELDS.
           COPY PQTFLDS.
       01  QUOTE-WORK.
           05  QUOTE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-QUOTES     VALUE 'Y'.
           05  QUOTE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  QUOTE-TABLE-FULL   VALUE 'Y'.
           05  QUOTE-HONORED-FLAG PIC X VALUE 'N'.
               88  QUOTE-HONORED      VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  QUOTE-PAID-SUM     PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *    SHIST-FIELDS -- the history record the payment browse is
      *    on, under SHST- names.
       01  SHIST-FIELDS.
           COPY HISTFLDS REPLACING LEADING ==HIST-== BY ==SHST-==.
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
      *    LEGAL-TABLE -- the legal-status flags in force today,
      *    loaded once; LEGAL-HIT is the flag that barred the
      *    account being looked at.
       01  LEGAL-LOOKUP-FLAGS.
           05  LEGAL-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LEGAL      VALUE 'Y'.
           05  LEGAL-CAPACITY-FLAG PIC X VALUE 'N'.
               88  LEGAL-TABLE-FULL   VALUE 'Y'.
           05  CONTACT-BAR-FLAG   PIC X VALUE 'N'.
               88  CONTACT-BARRED     VALUE 'Y'.
           05  CHARGE-BAR-FLAG    PIC X VALUE 'N'.
               88  CHARGES-BARRED     VALUE 'Y'.
       01  LEGAL-CTL.
           05  LEGAL-COUNT        PIC S9(4) COMP VALUE 0.
           05  LEGAL-MAX          PIC S9(4) COMP VALUE 1000.
       01  LEGAL-TABLE.
           05  LEGAL-ENTRY OCCURS 1000 TIMES INDEXED BY LG-IDX.
               10  LGT-ACCT-NO    PIC X(8).
               10  LGT-FLAG-TYPE  PIC X(1).
               10  LGT-EFF-DATE   PIC 9(8).
               10  LGT-REFERENCE  PIC X(20).
       01  LEGAL-HIT.
           05  HIT-FLAG-TYPE      PIC X(1).
           05  HIT-EFF-DATE       PIC 9(8).
           05  HIT-REFERENCE      PIC X(20).
       01  SUPPRESS-ACTION-WK     PIC X(20) VALUE SPACES.
       01  SUPPRESS-AMOUNT-WK     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  ACTIONS-SUPPRESSED     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  GL-BALANCE-CHECK.
           05 GL-DR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
      *
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE CURRENT-DATE-NUM TO STAMP-DATE.
           PERFORM LOAD-LEGAL-FLAGS.
           PERFORM LOAD-CODE-TABLE.
           PERFORM LOAD-OPEN-QUOTES.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  CLOSE-REQ.
           OPEN INPUT  SEG-IN.
           OPEN OUTPUT SEG-OUT.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN OUTPUT REFUND-TRAN.
           OPEN EXTEND TRAN-HIST.
           OPEN I-O    HIST-INDEX.
           OPEN OUTPUT PRINT-LINE.
           OPEN OUTPUT GL-FEED.
           OPEN EXTEND SUPP-FILE.
           OPEN EXTEND MEMO-FILE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-MASTER.
           PERFORM READ-REQUEST.
           PERFORM READ-SEG.
      *
       PROCESS-CLOSURES.
           PERFORM UNTIL NO-MORE-MASTERS
               PERFORM GET-ACCOUNT-SEGMENTS
               PERFORM SETTLE-PAYOFF-QUOTES
               PERFORM MATCH-REQUESTS-TO-MASTER
               MOVE ACCT-FIELDS TO NEW-ACCT-FIELDS
               WRITE NEW-ACCT-FIELDS
               WRITE SEG-OUT-REC FROM SEGMENT-FIELDS
               ADD 1            TO NEW-RECORD-COUNT
               ADD ACCT-BALANCE TO NEW-BALANCE-SUM
               ADD ACCT-LIMIT   TO NEW-LIMIT-SUM
               PERFORM READ-MASTER
           END-PERFORM.
           PERFORM FLUSH-REMAINING-REQUESTS.
           PERFORM WRITE-QUOTE-TABLE.
           PERFORM UNTIL NO-MORE-SEGS
               ADD 1 TO SEGS-DROPPED
               PERFORM READ-SEG
           END-PERFORM.
           PERFORM WRITE-MASTER-CONTROL.
           PERFORM WRITE-GL-FEED.
      *
           DISPLAY 'CLOSEACC: DEMANDS ISSUED    = ' DEMANDS-ISSUED.
           DISPLAY 'CLOSEACC: REFUNDS GENERATED = ' REFUNDS-GENERATED.
           DISPLAY 'CLOSEACC: REQUESTS REJECTED = ' REQUESTS-REJECTED.
           DISPLAY 'CLOSEACC: LEGAL SUPPRESSED  = ' ACTIONS-SUPPRESSED.
           DISPLAY 'CLOSEACC: SEGMENTS CREATED  = ' SEGS-CREATED.
           DISPLAY 'CLOSEACC: SEGMENTS DROPPED  = ' SEGS-DROPPED.
           DISPLAY 'CLOSEACC: QUOTES SETTLED    = ' QUOTES-SETTLED.
           DISPLAY 'CLOSEACC: QUOTES LAPSED     = ' QUOTES-LAPSED.
           DISPLAY 'CLOSEACC: QUOTES CARRIED    = ' QUOTES-CARRIED.
           DISPLAY 'CLOSEACC: MEMOS WRITTEN     = ' MEMOS-WRITTEN.
           IF CODE-TABLE-FULL
               DISPLAY 'CLOSEACC: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           IF HIX-WRITE-FAILS > ZERO
               DISPLAY 'CLOSEACC: HISTIDX WRITES FAILED = '
                   HIX-WRITE-FAILS ' -- RUN HISTBLD BEFORE THE '
                   'HISTORY READERS'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE CLOSE-REQ.
           CLOSE SEG-IN.
           CLOSE SEG-OUT.
           CLOSE NEW-ACCT-REC.
           CLOSE REFUND-TRAN.
           CLOSE TRAN-HIST.
           CLOSE HIST-INDEX.
           CLOSE PRINT-LINE.
           CLOSE GL-FEED.
           CLOSE SUPP-FILE.
           CLOSE QUOTE-OUT.
           CLOSE MEMO-FILE.
           GOBACK.
      *
      *
      *
       MATCH-REQUESTS-TO-MASTER.
           PERFORM UNTIL NO-MORE-REQUESTS OR REQ-ACCT-NO > ACCT-NO
               EVALUATE TRUE
                   WHEN REQ-ACCT-NO < ACCT-NO
                       PERFORM REJECT-REQUEST
                   WHEN QUOTE-HONORED
                       MOVE 'SETTLED ON PAYOFF QUOTE' TO CLS-OUTCOME-O
                       PERFORM WRITE-OUTCOME-LINE
                   WHEN OTHER
                       PERFORM PROCESS-ONE-CLOSURE
               END-EVALUATE
               PERFORM READ-REQUEST
           END-PERFORM.
      *
       PROCESS-ONE-CLOSURE.
           PERFORM GET-LEGAL-STATUS.
           IF ACCOUNT-CLOSED
               MOVE 'ALREADY CLOSED' TO CLS-OUTCOME-O
               PERFORM WRITE-OUTCOME-LINE
               IF ACCOUNT-ACTIVE
                   PERFORM ACCRUE-FINAL-INTEREST
               END-IF
               PERFORM SETTLE-THE-BALANCE
           END-IF.
      *
       SETTLE-THE-BALANCE.
           IF ACCT-BALANCE = ZERO
               PERFORM CLOSE-THE-ACCOUNT
           ELSE
               IF ACCT-BALANCE > ZERO
                   PERFORM ISSUE-FINAL-DEMAND
               ELSE
                   PERFORM GENERATE-REFUND
               END-IF
           END-IF.
      *
      *    ACCRUE-FINAL-INTEREST -- under a deceased or bankruptcy
      *    flag the interest is logged as withheld, not accrued.
       ACCRUE-FINAL-INTEREST.
           COMPUTE FINAL-INTEREST-AMT ROUNDED =
               ACCT-BALANCE * INT-RATE.
           PERFORM POST-CLOSING-INTEREST.
      *
       POST-CLOSING-INTEREST.
           IF FINAL-INTEREST-AMT NOT = ZERO AND CHARGES-BARRED
               MOVE 'CLOSING INTEREST'  TO SUPPRESS-ACTION-WK
               MOVE FINAL-INTEREST-AMT  TO SUPPRESS-AMOUNT-WK
               PERFORM WRITE-SUPPRESSION
               MOVE ZERO TO FINAL-INTEREST-AMT
           END-IF.
           IF FINAL-INTEREST-AMT NOT = ZERO
               ADD FINAL-INTEREST-AMT TO ACCT-BALANCE
               ADD FINAL-INTEREST-AMT TO SEG-AMOUNT(4)
               ADD FINAL-INTEREST-AMT TO TOTAL-CLOSING-INTEREST
               PERFORM WRITE-INTEREST-HISTORY
           END-IF.
      *
      *    LOAD-OPEN-QUOTES -- the open quotes on PQTIN into the
      *    table; every other quote is carried straight to PQTOUT,
      *    which is left open for the table at the end of the run.
       LOAD-OPEN-QUOTES.
           OPEN INPUT  QUOTE-IN.
           OPEN OUTPUT QUOTE-OUT.
           PERFORM READ-QUOTE
           PERFORM UNTIL NO-MORE-QUOTES
               MOVE QUOTE-IN-REC TO QUOTE-FIELDS
               IF PQT-OPEN AND QUOTE-COUNT < QUOTE-MAX
                   ADD 1 TO QUOTE-COUNT
                   MOVE QUOTE-IN-REC TO QTT-IMAGE(QUOTE-COUNT)
               ELSE
                   IF PQT-OPEN
                       SET QUOTE-TABLE-FULL TO TRUE
                   END-IF
                   WRITE QUOTE-OUT-REC FROM QUOTE-IN-REC
                   ADD 1 TO QUOTES-CARRIED
               END-IF
               PERFORM READ-QUOTE
           END-PERFORM.
           CLOSE QUOTE-IN.
           IF QUOTE-TABLE-FULL
               DISPLAY 'CLOSEACC: QUOTE TABLE FILLED AT 2000 -- '
                       'EXCESS OPEN QUOTES LEFT FOR THE NEXT RUN'
           END-IF.
      *
       READ-QUOTE.
           READ QUOTE-IN
               AT END SET NO-MORE-QUOTES TO TRUE
           END-READ.
      *
      *    SETTLE-PAYOFF-QUOTES -- every open quote on the master
      *    just read judged, paid or lapsed, per the prologue.
       SETTLE-PAYOFF-QUOTES.
           MOVE 'N' TO QUOTE-HONORED-FLAG.
           PERFORM VARYING QT-IDX FROM 1 BY 1
               UNTIL QT-IDX > QUOTE-COUNT
               IF QTT-IMAGE(QT-IDX)(1:8) = ACCT-NO
                   PERFORM JUDGE-ONE-QUOTE
               END-IF
           END-PERFORM.
      *
      *    JUDGE-ONE-QUOTE -- one account is settled by one quote:
      *    once it is, the account's other open quotes wait to
      *    lapse.  A charged-off or sold account is not closed here.
       JUDGE-ONE-QUOTE.
           MOVE QTT-IMAGE(QT-IDX) TO QUOTE-FIELDS.
           IF NOT QUOTE-HONORED
               AND NOT ACCOUNT-CLOSED
               AND NOT ACCOUNT-CHARGEDOFF
               AND NOT ACCOUNT-TRANSFERRED
               PERFORM SUM-QUOTE-PAYMENTS
               IF QUOTE-PAID-SUM NOT < PQT-PAYOFF-AMOUNT
                   PERFORM HONOR-THE-QUOTE
               END-IF
           END-IF.
           IF PQT-OPEN AND PQT-GOOD-THRU < CURRENT-DATE-NUM
               SET PQT-LAPSED TO TRUE
               MOVE CURRENT-DATE-NUM TO PQT-STATUS-DATE
               ADD 1 TO QUOTES-LAPSED
           END-IF.
           MOVE QUOTE-FIELDS TO QTT-IMAGE(QT-IDX).
      *
      *    SUM-QUOTE-PAYMENTS -- the payments posted to the account
      *    from the quote date through the good-through date, net of
      *    any reversed, returned unpaid or transferred out in the
      *    same window, the STLJUDGE netting.
       SUM-QUOTE-PAYMENTS.
           MOVE ZERO           TO QUOTE-PAID-SUM.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE ACCT-NO        TO HIX-ACCT-NO.
           MOVE PQT-QUOTE-DATE TO HIX-POST-DATE.
           MOVE ZERO           TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           PERFORM UNTIL NO-MORE-HIST
               READ HIST-INDEX NEXT RECORD
                   AT END SET NO-MORE-HIST TO TRUE
               END-READ
               IF NOT NO-MORE-HIST
                   IF HIX-ACCT-NO NOT = ACCT-NO
                       OR HIX-POST-DATE > PQT-GOOD-THRU
                       SET NO-MORE-HIST TO TRUE
                   ELSE
                       MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
                       PERFORM CLASSIFY-PAY-CODE
                       IF HIST-IS-PAYMENT
                           ADD SHST-AMOUNT TO QUOTE-PAID-SUM
                       END-IF
                       IF HIST-IS-PAY-REVERSAL
                           SUBTRACT SHST-AMOUNT FROM QUOTE-PAID-SUM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    CLASSIFY-PAY-CODE -- a debit under a payment-category
      *    code, or under no code at all (history from before the
      *    codes), is a payment; a credit under a code TRANCODE
      *    marks as reversing a payment takes one back.
       CLASSIFY-PAY-CODE.
           MOVE 'N' TO PAY-CODE-FLAG.
           MOVE 'N' TO CODE-MATCH-FLAG.
           IF SHST-TRAN-CODE = SPACES
               IF SHST-DEBIT
                   SET HIST-IS-PAYMENT TO TRUE
               END-IF
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CODE-COUNT OR CODE-MATCHED
                   IF CDT-CODE(CD-IDX) = SHST-TRAN-CODE
                       SET CODE-MATCHED TO TRUE
                       IF SHST-DEBIT AND CDT-CATEGORY(CD-IDX) = 'P'
                           SET HIST-IS-PAYMENT TO TRUE
                       END-IF
                       IF SHST-CREDIT AND CDT-REVERSAL(CD-IDX) = 'P'
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
      *    HONOR-THE-QUOTE -- the quoted interest, as far as the
      *    payments left the account in credit, is the closing
      *    interest; the balance is then settled as a closure.
       HONOR-THE-QUOTE.
           SET QUOTE-HONORED TO TRUE.
           SET PQT-SETTLED TO TRUE.
           MOVE CURRENT-DATE-NUM TO PQT-STATUS-DATE.
           ADD 1 TO QUOTES-SETTLED.
           MOVE 'PAYOFF QUOTE PAID' TO CLS-OUTCOME-O.
           PERFORM WRITE-OUTCOME-LINE.
           PERFORM GET-LEGAL-STATUS.
           MOVE ZERO TO FINAL-INTEREST-AMT.
           IF ACCT-BALANCE < ZERO AND PQT-INTEREST > ZERO
               COMPUTE FINAL-INTEREST-AMT = ZERO - ACCT-BALANCE
               IF FINAL-INTEREST-AMT > PQT-INTEREST
                   MOVE PQT-INTEREST TO FINAL-INTEREST-AMT
               END-IF
               PERFORM POST-CLOSING-INTEREST
           END-IF.
           PERFORM SETTLE-THE-BALANCE.
      *
      *    WRITE-QUOTE-TABLE -- the open quotes, as judged, after
      *    the ones carried straight through.
       WRITE-QUOTE-TABLE.
           PERFORM VARYING QT-IDX FROM 1 BY 1
               UNTIL QT-IDX > QUOTE-COUNT
               WRITE QUOTE-OUT-REC FROM QTT-IMAGE(QT-IDX)
               ADD 1 TO QUOTES-CARRIED
           END-PERFORM.
      *
      *    WRITE-GL-FEED -- closing interest raises the customer
      *    receivable against interest income, one balanced pair for
      *    the whole run, exactly as INTACCR feeds its accruals.
           MOVE FINAL-INTEREST-AMT TO HIST-AMOUNT.
           MOVE WS-CURRENT-DATE    TO HIST-TRAN-DATE.
           MOVE 'CLOSING INTEREST' TO HIST-COMMENT.
           MOVE 'INTR'             TO HIST-TRAN-CODE.
           MOVE CURRENT-DATE-NUM   TO HIST-POST-DATE.
           MOVE ACCT-BALANCE       TO HIST-BALANCE-AFTER.
           MOVE 'CLOSEACC'         TO HIST-BATCH-ID.
           WRITE HIST-FIELDS.
           PERFORM WRITE-HISTORY-INDEX.
      *
      *    WRITE-HISTORY-INDEX -- the record just appended to
      *    TRANHIST, added to HISTIDX; the POSTACCT paragraph.
       WRITE-HISTORY-INDEX.
           ADD 1 TO HIX-SEQ-NEXT.
           MOVE HIST-ACCT-NO   TO HIX-ACCT-NO.
           MOVE HIST-POST-DATE TO HIX-POST-DATE.
           MOVE HIX-SEQ-NEXT   TO HIX-SEQ.
           MOVE HIST-FIELDS    TO HIX-HIST-IMAGE.
           WRITE HIX-FIELDS
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM UNTIL NOT HIX-DUPLICATE
               ADD 1 TO HIX-SEQ-NEXT
               MOVE HIX-SEQ-NEXT TO HIX-SEQ
               WRITE HIX-FIELDS
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
           IF NOT HIX-OK
               ADD 1 TO HIX-WRITE-FAILS
           END-IF.
      *
       CLOSE-THE-ACCOUNT.
           SET ACCOUNT-CLOSED TO TRUE.
           PERFORM WRITE-CLOSURE-MEMOS.
           MOVE CLOSURE-STAMP TO COMMENTS.
           ADD 1 TO ACCTS-CLOSED.
           MOVE 'CLOSED' TO CLS-OUTCOME-O.
           PERFORM WRITE-OUTCOME-LINE.
      *
      *    WRITE-CLOSURE-MEMOS -- an agent's note the stamp is about
      *    to overwrite is kept first (anything in COMMENTS that is
      *    not itself a program stamp), then the closure entry.
       WRITE-CLOSURE-MEMOS.
           IF COMMENTS NOT = SPACES
               AND COMMENTS(1:7)  NOT = 'PLACED '
               AND COMMENTS(1:9)  NOT = 'RECALLED '
               AND COMMENTS(1:7)  NOT = 'CLOSED '
               AND COMMENTS(1:11) NOT = 'REINSTATED '
               PERFORM START-MEMO
               SET MEM-DISPLACED-TEXT TO TRUE
               MOVE COMMENTS TO MEM-TEXT
               PERFORM WRITE-MEMO
           END-IF.
           PERFORM START-MEMO.
           SET MEM-CLOSURE TO TRUE.
           IF QUOTE-HONORED
               MOVE 'CLOSED AT ZERO BALANCE -- PAYOFF QUOTE PAID'
                    TO MEM-TEXT
           ELSE
               MOVE 'CLOSED AT ZERO BALANCE ON CLOSURE REQUEST'
                    TO MEM-TEXT
           END-IF.
           PERFORM WRITE-MEMO.
      *
      *    START-MEMO / WRITE-MEMO -- one entry on the memo file,
      *    dated and timed by this run and signed by the program.
       START-MEMO.
           MOVE SPACES           TO MEMO-FIELDS.
           MOVE ACCT-NO          TO MEM-ACCT-NO.
           MOVE CURRENT-DATE-NUM TO MEM-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO MEM-TIME.
           MOVE 'CLOSEACC'       TO MEM-SOURCE.
      *
       WRITE-MEMO.
           WRITE MEMO-FIELDS.
           ADD 1 TO MEMOS-WRITTEN.
      *
      *    ISSUE-FINAL-DEMAND -- a demand is contact; under any
      *    legal-status flag it is logged as withheld instead.
       ISSUE-FINAL-DEMAND.
           IF CONTACT-BARRED
               MOVE 'FINAL DEMAND' TO SUPPRESS-ACTION-WK
               MOVE ZERO           TO SUPPRESS-AMOUNT-WK
               PERFORM WRITE-SUPPRESSION
               MOVE 'DEMAND WITHHELD - LEGAL FLAG' TO CLS-OUTCOME-O
           ELSE
               ADD 1 TO DEMANDS-ISSUED
               MOVE 'FINAL DEMAND - BALANCE DUE' TO CLS-OUTCOME-O
           END-IF.
           PERFORM WRITE-OUTCOME-LINE.
      *
      *    GENERATE-REFUND -- the account holds the customer's money;
           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
           MOVE 'CLOSURE REFUND' TO TRAN-COMMENT.
           MOVE 'CLRF'           TO TRAN-CODE.
           WRITE TRAN-FIELDS.
           MOVE 'REFUND GENERATED' TO CLS-OUTCOME-O.
           PERFORM WRITE-OUTCOME-LINE.
               ADD 1 TO REQUESTS-READ
           END-IF.
      *
      *    LOAD-LEGAL-FLAGS -- the flags in force today: effective
      *    on or before today and not lifted by today.  A flag that
      *    does not fit the table is a flag not honored, so a full
      *    table is reported and the run ends RC 8.
       LOAD-LEGAL-FLAGS.
           OPEN INPUT LEGAL-FILE.
           PERFORM READ-LEGAL
           PERFORM UNTIL NO-MORE-LEGAL
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
                       SET LEGAL-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-LEGAL
           END-PERFORM.
           CLOSE LEGAL-FILE.
           IF LEGAL-TABLE-FULL
               DISPLAY 'CLOSEACC: LEGAL TABLE FILLED AT 1000 -- '
                       'EXCESS FLAGS NOT HONORED'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       READ-LEGAL.
           READ LEGAL-FILE
               AT END SET NO-MORE-LEGAL TO TRUE
           END-READ.
      *
      *    GET-LEGAL-STATUS -- any flag in force bars contact with
      *    the account; a deceased or bankruptcy flag also bars
      *    further charges to it.  LEGAL-HIT is the barring flag --
      *    the charge bar's when there is one.
       GET-LEGAL-STATUS.
           MOVE 'N' TO CONTACT-BAR-FLAG.
           MOVE 'N' TO CHARGE-BAR-FLAG.
           PERFORM VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > LEGAL-COUNT
               IF LGT-ACCT-NO(LG-IDX) = ACCT-NO
                   IF NOT CONTACT-BARRED
                       SET CONTACT-BARRED TO TRUE
                       PERFORM TAKE-LEGAL-HIT
                   END-IF
                   IF LGT-FLAG-TYPE(LG-IDX) NOT = 'C'
                       AND NOT CHARGES-BARRED
                       SET CHARGES-BARRED TO TRUE
                       PERFORM TAKE-LEGAL-HIT
                   END-IF
               END-IF
           END-PERFORM.
      *
       TAKE-LEGAL-HIT.
           MOVE LGT-FLAG-TYPE(LG-IDX) TO HIT-FLAG-TYPE.
           MOVE LGT-EFF-DATE(LG-IDX)  TO HIT-EFF-DATE.
           MOVE LGT-REFERENCE(LG-IDX) TO HIT-REFERENCE.
      *
      *    WRITE-SUPPRESSION -- the withheld action onto the shared
      *    suppression log, with the flag that withheld it.
       WRITE-SUPPRESSION.
           ADD 1 TO ACTIONS-SUPPRESSED.
           MOVE SPACES             TO SUPP-FIELDS.
           MOVE 'CLOSEACC'         TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE ACCT-NO            TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE SUPPRESS-ACTION-WK TO LSP-ACTION.
           MOVE SUPPRESS-AMOUNT-WK TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
      *
      *    GET-ACCOUNT-SEGMENTS -- the current master's segment
      *    record into SEGMENT-FIELDS, the POSTACCT way: records for
      *    accounts no longer on the master are passed over and
      *    counted, and an account without one starts with its whole
      *    balance as purchases.
       GET-ACCOUNT-SEGMENTS.
           PERFORM UNTIL NO-MORE-SEGS OR SEGI-ACCT-NO NOT < ACCT-NO
               ADD 1 TO SEGS-DROPPED
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
               ADD 1 TO SEGS-CREATED
           END-IF.
