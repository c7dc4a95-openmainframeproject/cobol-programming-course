      *        NN  amount not numeric    RS  risk grade too low
      *        HF  hold file full -- judged another day
      *        HL  account on the lost/stolen hot list
      *        CL  would carry the customer past their ceiling
      *
      *    The HL test reads the HOTLIST file HOTLOAD maintains
      *    (HOTFLDS) and is applied BEFORE the normal status tests:
      *    run's approvals are written to AUTHOUT; the nightly
      *    AUTHMTCH run releases holds as purchases post, or
      *    expires them.
      *
      *    The CL test is the customer-level companion to OL: a
      *    request that fits its own account is still declined when
      *    the customer has an exposure ceiling on CUSTLIM (CLMFLDS,
      *    maintained by CLIMMNT) and the combined balance plus open
      *    holds of EVERY account CUSTXREF links to that customer,
      *    plus the purchase, would pass it.  The other linked
      *    accounts are read off ACCTVSAM the same way as the
      *    request's own; one no longer on file counts nothing.  A
      *    customer with no ceiling is judged per account only.
      *    Every CL decline is also written to CLREVIEW (CLRFLDS)
      *    for credit review -- CLRVLIST prints the listing.
      *
      *    An RS or ST decline is an adverse action the customer
      *    must be told the principal reasons for, so each one also
      *    appends an ADVFLDS decision record to ADVDECN for ADVNOTE
      *    to turn into a letter.  An ST decline gives the account's
      *    standing as its reason; an RS decline gives the RISKSCOR
      *    factors that cost the score points, heaviest first, with
      *    the grade and score -- the utilization factor as 'OL'
      *    when it was the over-limit deduction, and a low credit-
      *    bureau score as 'BS'.
      *
      *    A customer who has opted in to overlimit transactions
      *    (OPTFILE, per OPTFLDS, maintained by OPTMNT) with a
      *    consent in force today is judged against the limit plus
      *    a tolerance of 10 percent of it rather than the bare
      *    limit: the purchase that would take them a little over
      *    is approved, and the overlimit fee FEEASSES may charge
      *    for it is one they agreed to.  Every other account is
      *    declined OL at the limit, as before.  A consent table
      *    too small for OPTFILE only declines purchases a consent
      *    would have allowed, so it is reported and the run goes
      *    on.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT HOT-LIST    ASSIGN TO HOTLIST.
           SELECT AUTH-IN     ASSIGN TO AUTHFILE.
           SELECT AUTH-OUT    ASSIGN TO AUTHOUT.
           SELECT XREF-IN     ASSIGN TO CUSTXREF.
           SELECT LIMIT-IN    ASSIGN TO CUSTLIM.
           SELECT REVIEW-OUT  ASSIGN TO CLREVIEW.
           SELECT ADV-OUT     ASSIGN TO ADVDECN.
           SELECT CONSENT-FILE ASSIGN TO OPTFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FD  AUTH-OUT RECORDING MODE F.
       01  AUTH-FIELDS.
           COPY AUTFLDS.
      *
      *    XREF-IN / LIMIT-IN -- the customer cross-reference
      *    (CUSFLDS) and the customer ceilings (CLMFLDS); loaded
      *    once at open time.
       FD  XREF-IN RECORDING MODE F.
       01  XREF-FIELDS.
           COPY CUSFLDS.
      *
       FD  LIMIT-IN RECORDING MODE F.
       01  LIMIT-FIELDS.
           COPY CLMFLDS.
      *
      *    REVIEW-OUT -- one CLRFLDS record per CL decline, appended
      *    to the credit-review file.
       FD  REVIEW-OUT RECORDING MODE F.
       01  REVIEW-FIELDS.
           COPY CLRFLDS.
      *
      *    ADV-OUT -- one ADVFLDS decision record appended per RS or
      *    ST decline.
       FD  ADV-OUT RECORDING MODE F.
       01  ADV-FIELDS.
           COPY ADVFLDS.
      *
      *    CONSENT-FILE -- the overlimit opt-in consents (OPTFLDS);
      *    loaded once at open time.
       FD  CONSENT-FILE RECORDING MODE F.
       01  CONSENT-FIELDS.
           COPY OPTFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
               88  HOT-TABLE-FULL     VALUE 'Y'.
           05  HOT-MATCH-FLAG     PIC X VALUE 'N'.
               88  ACCOUNT-ON-HOT-LIST VALUE 'Y'.
           05  XREF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-XREF       VALUE 'Y'.
           05  LIMIT-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LIMITS     VALUE 'Y'.
           05  CEIL-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CEIL-TABLE-FULL    VALUE 'Y'.
           05  LINK-CAPACITY-FLAG PIC X VALUE 'N'.
               88  LINK-TABLE-FULL    VALUE 'Y'.
           05  CEIL-MATCH-FLAG    PIC X VALUE 'N'.
               88  CUSTOMER-HAS-CEILING VALUE 'Y'.
           05  CEIL-BREACH-FLAG   PIC X VALUE 'N'.
               88  CUSTOMER-OVER-CEILING VALUE 'Y'.
           05  CONSENT-EOF-FLAG   PIC X VALUE 'N'.
               88  NO-MORE-CONSENTS   VALUE 'Y'.
           05  CONSENT-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CONSENT-TABLE-FULL VALUE 'Y'.
           05  OPTED-IN-FLAG      PIC X VALUE 'N'.
               88  ACCOUNT-OPTED-IN   VALUE 'Y'.
           05  TOLERANCE-FLAG     PIC X VALUE 'N'.
               88  PAST-BARE-LIMIT    VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           05  REQUESTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-APPROVED  PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-DECLINED  PIC S9(7) COMP-3 VALUE ZERO.
           05  CEILING-DECLINES   PIC S9(7) COMP-3 VALUE ZERO.
           05  ADVERSE-DECISIONS  PIC S9(7) COMP-3 VALUE ZERO.
           05  TOLERANCE-APPROVALS PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  PROJECTED-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  OPEN-HOLD-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  CUSTOMER-EXPOSURE      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  CUSTOMER-CEILING       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  CUSTOMER-ID-WK         PIC X(8) VALUE SPACES.
       01  ALLOWED-LIMIT          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  OVERLIMIT-TOLERANCE-PCT PIC 9(3) VALUE 10.
      *
      *    AUTH-TABLE -- the carried AUTHFILE plus this run's
      *    approvals, written back out whole at end of run; the same
      *    SCORE-TABLE -- the accounts RISKSCOR graded 'E'; only the
      *    declining grade needs to be held, so the table stays
      *    small.  The same bounded-table-with-a-warning treatment
      *    PROMMTCH gives payments.  The score and the points each
      *    factor cost ride along for the decline's reasons;
      *    SCORE-HIT is the entry CHECK-RISK-GRADE matched.
       01  SCORE-CTL.
           05  SCORE-COUNT        PIC S9(4) COMP VALUE 0.
           05  SCORE-MAX          PIC S9(4) COMP VALUE 1000.
           05  SCORE-HIT          PIC S9(4) COMP VALUE 0.
       01  SCORE-TABLE.
           05  SCORE-ENTRY OCCURS 1000 TIMES INDEXED BY SC-IDX.
               10  SCT-ACCT-NO    PIC X(8).
               10  SCT-SCORE      PIC 9(3).
               10  SCT-UTIL-PTS   PIC 9(2).
               10  SCT-PMT-PTS    PIC 9(2).
               10  SCT-INACT-PTS  PIC 9(2).
               10  SCT-EXT-PTS    PIC 9(2).
      *
      *    FACTOR-TABLE -- an RS decline's four factors and the
      *    points each cost, ranked into the decision's reasons.
       01  FACTOR-WORK.
           05  REASON-SUB         PIC S9(4) COMP VALUE 0.
           05  FACTOR-SUB         PIC S9(4) COMP VALUE 0.
           05  HEAVIEST-SUB       PIC S9(4) COMP VALUE 0.
       01  FACTOR-TABLE.
           05  FACTOR-ENTRY OCCURS 4 TIMES.
               10  FCT-CODE       PIC X(2).
               10  FCT-POINTS     PIC S9(3) COMP-3.
      *
      *    HOT-TABLE -- the accounts with an in-force hot-list
      *    record; only in-force listings need to be held, so the
       01  HOT-TABLE.
           05  HOT-ENTRY OCCURS 1000 TIMES INDEXED BY HT-IDX.
               10  HTT-ACCT-NO    PIC X(8).
      *
      *    CEIL-TABLE / LINK-TABLE -- the customers with a ceiling,
      *    and the CUSTXREF links of those customers only; a
      *    customer with no ceiling needs no links held.  The same
      *    bounded-table-with-a-warning treatment PROMMTCH gives
      *    payments: ceilings or links past the cap go unjudged and
      *    those customers fall back to the per-account limit.
       01  CEIL-CTL.
           05  CEIL-COUNT         PIC S9(4) COMP VALUE 0.
           05  CEIL-MAX           PIC S9(4) COMP VALUE 1000.
       01  CEIL-TABLE.
           05  CEIL-ENTRY OCCURS 1000 TIMES INDEXED BY CL-IDX.
               10  CLT-CUST-ID    PIC X(8).
               10  CLT-CEILING    PIC S9(7)V99 COMP-3.
       01  LINK-CTL.
           05  LINK-COUNT         PIC S9(4) COMP VALUE 0.
           05  LINK-MAX           PIC S9(4) COMP VALUE 3000.
       01  LINK-TABLE.
           05  LINK-ENTRY OCCURS 3000 TIMES INDEXED BY LK-IDX.
               10  LKT-ACCT-NO    PIC X(8).
               10  LKT-CUST-ID    PIC X(8).
      *
      *    CONSENT-TABLE -- the accounts with an overlimit consent
      *    in force today; the same bounded-table-with-a-warning
      *    treatment PROMMTCH gives payments.
       01  CONSENT-CTL.
           05  CONSENT-COUNT      PIC S9(4) COMP VALUE 0.
           05  CONSENT-MAX        PIC S9(4) COMP VALUE 5000.
       01  CONSENT-TABLE.
           05  CONSENT-ENTRY OCCURS 5000 TIMES INDEXED BY CN-IDX.
               10  CNT-ACCT-NO    PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-SCORE-TABLE.
           PERFORM LOAD-HOT-TABLE.
           PERFORM LOAD-CEILING-TABLE.
           PERFORM LOAD-LINK-TABLE.
           PERFORM LOAD-CONSENT-TABLE.
      *    AUTH-OUT opens before the load so carried records past
      *    the table cap can pass straight through to it.
           OPEN OUTPUT AUTH-OUT.
           OPEN INPUT  PURCH-REQ.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT PURCH-RSP.
           OPEN EXTEND REVIEW-OUT.
           OPEN EXTEND ADV-OUT.
      *
       AUTHORIZE-REQUESTS.
           PERFORM READ-REQUEST
           DISPLAY 'PURCHAUT: REQUESTS READ     = ' REQUESTS-READ.
           DISPLAY 'PURCHAUT: REQUESTS APPROVED = ' REQUESTS-APPROVED.
           DISPLAY 'PURCHAUT: REQUESTS DECLINED = ' REQUESTS-DECLINED.
           DISPLAY 'PURCHAUT: CEILING DECLINES  = ' CEILING-DECLINES.
           DISPLAY 'PURCHAUT: ADVERSE DECISIONS = ' ADVERSE-DECISIONS.
           DISPLAY 'PURCHAUT: OVER LIMIT, OPTED = '
               TOLERANCE-APPROVALS.
           CLOSE PURCH-REQ.
           CLOSE ACCT-VSAM.
           CLOSE PURCH-RSP.
           CLOSE REVIEW-OUT.
           CLOSE ADV-OUT.
           GOBACK.
      *
       READ-REQUEST.
                   IF NOT ACCOUNT-ACTIVE
                       MOVE 'ST' TO RSP-REASON-CODE
                       PERFORM DECLINE-REQUEST
                       PERFORM WRITE-ADVERSE-DECISION
                   ELSE
                       PERFORM CHECK-RISK-GRADE
                       IF ACCOUNT-GRADED-E
                           MOVE 'RS' TO RSP-REASON-CODE
                           PERFORM DECLINE-REQUEST
                           PERFORM WRITE-ADVERSE-DECISION
                       ELSE
                           PERFORM SUM-OPEN-HOLDS
                           COMPUTE PROJECTED-BALANCE =
                               ACCT-BALANCE + OPEN-HOLD-TOTAL
                               + REQ-AMOUNT
                           PERFORM SET-ALLOWED-LIMIT
                           IF PROJECTED-BALANCE > ALLOWED-LIMIT
                               MOVE 'OL' TO RSP-REASON-CODE
                               PERFORM DECLINE-REQUEST
                           ELSE
                               PERFORM CHECK-CUSTOMER-CEILING
                               IF CUSTOMER-OVER-CEILING
                                   MOVE 'CL' TO RSP-REASON-CODE
                                   PERFORM DECLINE-REQUEST
                                   PERFORM WRITE-REVIEW-RECORD
                               ELSE
                               IF AUTH-COUNT >= AUTH-MAX
                                   SET AUTH-TABLE-FULL TO TRUE
                                   MOVE 'HF' TO RSP-REASON-CODE
                                   PERFORM APPROVE-REQUEST
                                   PERFORM HOLD-THE-APPROVAL
                               END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
      *
       APPROVE-REQUEST.
           ADD 1 TO REQUESTS-APPROVED.
           IF PAST-BARE-LIMIT
               ADD 1 TO TOLERANCE-APPROVALS
           END-IF.
           MOVE REQ-ACCT-NO TO RSP-ACCT-NO.
           MOVE REQ-AMOUNT  TO RSP-AMOUNT.
           MOVE 'APPROVED'  TO RSP-DECISION.
                   IF SCORE-COUNT < SCORE-MAX
                       ADD 1 TO SCORE-COUNT
                       MOVE SCR-ACCT-NO TO SCT-ACCT-NO(SCORE-COUNT)
                       MOVE SCR-SCORE   TO SCT-SCORE(SCORE-COUNT)
                       MOVE SCR-UTIL-POINTS
                           TO SCT-UTIL-PTS(SCORE-COUNT)
                       MOVE SCR-PMT-POINTS
                           TO SCT-PMT-PTS(SCORE-COUNT)
                       MOVE SCR-INACT-POINTS
                           TO SCT-INACT-PTS(SCORE-COUNT)
                       MOVE SCR-EXT-POINTS
                           TO SCT-EXT-PTS(SCORE-COUNT)
                   ELSE
                       SET SCORE-TABLE-FULL TO TRUE
                   END-IF
               AT END SET NO-MORE-SCORES TO TRUE
           END-READ.
      *
      *    SET-ALLOWED-LIMIT -- the bare limit, or for a request
      *    that would pass it on an account opted in today, the
      *    limit plus the tolerance.  PAST-BARE-LIMIT remembers that
      *    the request is over the account's own limit, for the
      *    approval count: by the time the request is approved the
      *    customer ceiling test has read the customer's other
      *    accounts over ACCT-FIELDS.
       SET-ALLOWED-LIMIT.
           MOVE ACCT-LIMIT TO ALLOWED-LIMIT.
           MOVE 'N' TO TOLERANCE-FLAG.
           IF PROJECTED-BALANCE > ACCT-LIMIT
               SET PAST-BARE-LIMIT TO TRUE
               PERFORM CHECK-OVERLIMIT-CONSENT
               IF ACCOUNT-OPTED-IN
                   COMPUTE ALLOWED-LIMIT ROUNDED = ACCT-LIMIT
                       + ACCT-LIMIT * OVERLIMIT-TOLERANCE-PCT / 100
               END-IF
           END-IF.
      *
      *    CHECK-OVERLIMIT-CONSENT -- whether the account has an
      *    over-limit consent in force today.
       CHECK-OVERLIMIT-CONSENT.
           MOVE 'N' TO OPTED-IN-FLAG.
           PERFORM VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > CONSENT-COUNT OR ACCOUNT-OPTED-IN
               IF CNT-ACCT-NO(CN-IDX) = ACCT-NO
                   SET ACCOUNT-OPTED-IN TO TRUE
               END-IF
           END-PERFORM.
      *
      *    LOAD-CONSENT-TABLE -- the consents in force today: given
      *    on or before today and not revoked by today.
       LOAD-CONSENT-TABLE.
           OPEN INPUT CONSENT-FILE.
           PERFORM READ-CONSENT-RECORD
           PERFORM UNTIL NO-MORE-CONSENTS
               IF OPT-CONSENT-DATE NOT > CURRENT-DATE-NUM
                   AND (OPT-REVOKED-DATE = ZERO
                        OR OPT-REVOKED-DATE > CURRENT-DATE-NUM)
                   IF CONSENT-COUNT < CONSENT-MAX
                       ADD 1 TO CONSENT-COUNT
                       MOVE OPT-ACCT-NO TO CNT-ACCT-NO(CONSENT-COUNT)
                   ELSE
                       SET CONSENT-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CONSENT-RECORD
           END-PERFORM.
           CLOSE CONSENT-FILE.
           IF CONSENT-TABLE-FULL
               DISPLAY 'PURCHAUT: CONSENT TABLE FILLED AT 5000 -- '
                       'EXCESS CONSENTS NOT HONORED'
           END-IF.
      *
       READ-CONSENT-RECORD.
           READ CONSENT-FILE
               AT END SET NO-MORE-CONSENTS TO TRUE
           END-READ.
      *
      *    LOAD-HOT-TABLE -- gathers the in-force hot listings from
      *    HOTLIST; an empty or missing file simply leaves the table
      *    empty and no account blocked.  A full table stops the run
               UNTIL SC-IDX > SCORE-COUNT OR ACCOUNT-GRADED-E
               IF SCT-ACCT-NO(SC-IDX) = ACCT-NO
                   SET ACCOUNT-GRADED-E TO TRUE
                   SET SCORE-HIT TO SC-IDX
               END-IF
           END-PERFORM.
      *
                   ADD AUT-AMOUNT-T(AU-IDX) TO OPEN-HOLD-TOTAL
               END-IF
           END-PERFORM.
      *
      *
      *    LOAD-CEILING-TABLE -- every CUSTLIM record; an empty or
      *    missing file leaves every customer judged per account.
       LOAD-CEILING-TABLE.
           OPEN INPUT LIMIT-IN.
           PERFORM READ-LIMIT-RECORD
           PERFORM UNTIL NO-MORE-LIMITS
               IF CEIL-COUNT < CEIL-MAX
                   ADD 1 TO CEIL-COUNT
                   MOVE CLM-CUST-ID TO CLT-CUST-ID(CEIL-COUNT)
                   MOVE CLM-CEILING TO CLT-CEILING(CEIL-COUNT)
               ELSE
                   SET CEIL-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-LIMIT-RECORD
           END-PERFORM.
           CLOSE LIMIT-IN.
           IF CEIL-TABLE-FULL
               DISPLAY 'PURCHAUT: CEILING TABLE FILLED AT 1000 -- '
                       'EXCESS CEILINGS NOT JUDGED'
           END-IF.
      *
       READ-LIMIT-RECORD.
           READ LIMIT-IN
               AT END SET NO-MORE-LIMITS TO TRUE
           END-READ.
      *
      *    LOAD-LINK-TABLE -- the CUSTXREF links of customers who
      *    hold a ceiling; the rest of the file is passed over.
       LOAD-LINK-TABLE.
           OPEN INPUT XREF-IN.
           PERFORM READ-XREF-RECORD
           PERFORM UNTIL NO-MORE-XREF
               MOVE CUS-CUST-ID TO CUSTOMER-ID-WK
               PERFORM FIND-CUSTOMER-CEILING
               IF CUSTOMER-HAS-CEILING
                   IF LINK-COUNT < LINK-MAX
                       ADD 1 TO LINK-COUNT
                       MOVE CUS-ACCT-NO TO LKT-ACCT-NO(LINK-COUNT)
                       MOVE CUS-CUST-ID TO LKT-CUST-ID(LINK-COUNT)
                   ELSE
                       SET LINK-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-XREF-RECORD
           END-PERFORM.
           CLOSE XREF-IN.
           IF LINK-TABLE-FULL
               DISPLAY 'PURCHAUT: LINK TABLE FILLED AT 3000 -- '
                       'EXCESS LINKS NOT JUDGED'
           END-IF.
      *
       READ-XREF-RECORD.
           READ XREF-IN
               AT END SET NO-MORE-XREF TO TRUE
           END-READ.
      *
       FIND-CUSTOMER-CEILING.
           MOVE 'N' TO CEIL-MATCH-FLAG.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CEIL-COUNT OR CUSTOMER-HAS-CEILING
               IF CLT-CUST-ID(CL-IDX) = CUSTOMER-ID-WK
                   SET CUSTOMER-HAS-CEILING TO TRUE
                   MOVE CLT-CEILING(CL-IDX) TO CUSTOMER-CEILING
               END-IF
           END-PERFORM.
      *
      *    CHECK-CUSTOMER-CEILING -- entered with the request's own
      *    account judged and PROJECTED-BALANCE already holding its
      *    balance, open holds and the purchase.  Each OTHER account
      *    linked to the same customer is read off ACCTVSAM and its
      *    balance and open holds added; ACCT-FIELDS is left holding
      *    the last one read, not the request's own account, so
      *    anything the approval needs from the request's account
      *    (PAST-BARE-LIMIT) is settled before this test.
       CHECK-CUSTOMER-CEILING.
           MOVE 'N' TO CEIL-BREACH-FLAG.
           MOVE 'N' TO CEIL-MATCH-FLAG.
           MOVE SPACES TO CUSTOMER-ID-WK.
           PERFORM VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > LINK-COUNT OR CUSTOMER-ID-WK NOT = SPACES
               IF LKT-ACCT-NO(LK-IDX) = REQ-ACCT-NO
                   MOVE LKT-CUST-ID(LK-IDX) TO CUSTOMER-ID-WK
               END-IF
           END-PERFORM.
           IF CUSTOMER-ID-WK NOT = SPACES
               PERFORM FIND-CUSTOMER-CEILING
           END-IF.
           IF CUSTOMER-HAS-CEILING
               MOVE PROJECTED-BALANCE TO CUSTOMER-EXPOSURE
               PERFORM VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > LINK-COUNT
                   IF LKT-CUST-ID(LK-IDX) = CUSTOMER-ID-WK
                       AND LKT-ACCT-NO(LK-IDX) NOT = REQ-ACCT-NO
                       PERFORM ADD-LINKED-ACCOUNT
                   END-IF
               END-PERFORM
               IF CUSTOMER-EXPOSURE > CUSTOMER-CEILING
                   SET CUSTOMER-OVER-CEILING TO TRUE
               END-IF
           END-IF.
      *
       ADD-LINKED-ACCOUNT.
           MOVE LKT-ACCT-NO(LK-IDX) TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF VSAM-OK
               PERFORM SUM-OPEN-HOLDS
               ADD ACCT-BALANCE    TO CUSTOMER-EXPOSURE
               ADD OPEN-HOLD-TOTAL TO CUSTOMER-EXPOSURE
           END-IF.
      *
      *    WRITE-REVIEW-RECORD -- the exposure recorded is the
      *    customer's position BEFORE the declined purchase.
       WRITE-REVIEW-RECORD.
           ADD 1 TO CEILING-DECLINES.
           MOVE SPACES            TO REVIEW-FIELDS.
           MOVE REQ-ACCT-NO       TO CLR-ACCT-NO.
           MOVE CUSTOMER-ID-WK    TO CLR-CUST-ID.
           MOVE REQ-AMOUNT        TO CLR-AMOUNT.
           COMPUTE CLR-EXPOSURE = CUSTOMER-EXPOSURE - REQ-AMOUNT.
           MOVE CUSTOMER-CEILING  TO CLR-CEILING.
           MOVE CURRENT-DATE-NUM  TO CLR-DECLINE-DATE.
           SET CLR-FROM-BATCH     TO TRUE.
           WRITE REVIEW-FIELDS.
      *
       HOLD-THE-APPROVAL.
           ADD 1 TO AUTH-COUNT.
           MOVE 'DECLINED'  TO RSP-DECISION.
           WRITE RSP-REC.
      *
      *
      *    WRITE-ADVERSE-DECISION -- the RS or ST decline just
      *    answered, with its reasons.
       WRITE-ADVERSE-DECISION.
           ADD 1 TO ADVERSE-DECISIONS.
           MOVE SPACES            TO ADV-FIELDS.
           MOVE REQ-ACCT-NO       TO ADV-ACCT-NO.
           MOVE CURRENT-DATE-NUM  TO ADV-DECISION-DATE.
           SET ADV-PURCHASE-DECLINE TO TRUE.
           SET ADV-FROM-BATCH     TO TRUE.
           MOVE 'PURCHAUT'        TO ADV-PROGRAM.
           MOVE REQ-AMOUNT        TO ADV-AMOUNT.
           MOVE ACCT-LIMIT        TO ADV-OLD-LIMIT.
           MOVE ZERO              TO ADV-SCORE.
           MOVE ZERO              TO ADV-NOTICE-DATE.
           IF NOT ACCOUNT-ACTIVE
               MOVE 'ST' TO ADV-REASON-CODE(1)
           ELSE
               MOVE 'E'                   TO ADV-GRADE
               MOVE SCT-SCORE(SCORE-HIT)  TO ADV-SCORE
               PERFORM RANK-SCORE-FACTORS
           END-IF.
           WRITE ADV-FIELDS.
      *
      *    RANK-SCORE-FACTORS -- the factors that cost points, the
      *    heaviest first; a tie keeps RISKSCOR's order of scoring.
       RANK-SCORE-FACTORS.
           IF SCT-UTIL-PTS(SCORE-HIT) = 30
               MOVE 'OL' TO FCT-CODE(1)
           ELSE
               MOVE 'UT' TO FCT-CODE(1)
           END-IF.
           MOVE SCT-UTIL-PTS(SCORE-HIT)  TO FCT-POINTS(1).
           MOVE 'PY'                     TO FCT-CODE(2).
           MOVE SCT-PMT-PTS(SCORE-HIT)   TO FCT-POINTS(2).
           MOVE 'IN'                     TO FCT-CODE(3).
           MOVE SCT-INACT-PTS(SCORE-HIT) TO FCT-POINTS(3).
           MOVE 'BS'                     TO FCT-CODE(4).
           MOVE SCT-EXT-PTS(SCORE-HIT)   TO FCT-POINTS(4).
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 3
               MOVE ZERO TO HEAVIEST-SUB
               PERFORM VARYING FACTOR-SUB FROM 1 BY 1
                   UNTIL FACTOR-SUB > 4
                   IF FCT-POINTS(FACTOR-SUB) > ZERO
                       IF HEAVIEST-SUB = ZERO
                           MOVE FACTOR-SUB TO HEAVIEST-SUB
                       ELSE
                           IF FCT-POINTS(FACTOR-SUB)
                                   > FCT-POINTS(HEAVIEST-SUB)
                               MOVE FACTOR-SUB TO HEAVIEST-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF HEAVIEST-SUB > ZERO
                   MOVE FCT-CODE(HEAVIEST-SUB)
                       TO ADV-REASON-CODE(REASON-SUB)
                   MOVE ZERO TO FCT-POINTS(HEAVIEST-SUB)
               END-IF
           END-PERFORM.
