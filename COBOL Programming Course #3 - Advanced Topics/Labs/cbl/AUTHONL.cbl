      *    LIVE mirror:
      *
      *        HL  account on the lost/stolen hot list
      *        FB  account under a temporary account-takeover
      *            block awaiting the fraud team
      *        NF  account not on Z#####T
      *        ST  suspended on the Z#####C contact row (an account
      *            with no contact row is active, per CBLDB33)
      *        OL  BALANCE plus the day's online approvals plus
      *            the purchase would exceed LIMIT -- plus the
      *            overlimit tolerance for an opted-in account
      *        CL  would carry the customer past their exposure
      *            ceiling across all their linked accounts
      *        NN  amount missing or zero
      *        OK  approved
      *
      *    still decline today, and a listing HOTLOAD lifted
      *    overnight stops declining with the morning rebuild.
      *    An absent queue simply means nothing is in force.
      *    The FB test follows it, off ATOBTSQ: ATOBSTRT rebuilds
      *    it every morning from the blocks in force on ATOCASE,
      *    where the nightly ATOSCAN monitor places a block on a
      *    contact change followed by risky activity and the fraud
      *    team's release card takes it off again.
      *
      *    The OL test is OPEN-TO-BUY, not the bare balance: every
      *    approval this program grants is also written to the
      *    the nightly AUTHFILE, so the batch PURCHAUT and the
      *    nightly AUTHMTCH see the desk's approvals in the same
      *    open-to-buy arithmetic as their own.
      *
      *    The CL test runs once the request fits its own account:
      *    a customer with an exposure ceiling on CUSTLIM (CLIMMNT)
      *    is judged on the combined BALANCE of every account
      *    CUSTXREF links to them, plus the day's AUTHTSQ approvals
      *    on all of those accounts, plus the purchase -- the batch
      *    PURCHAUT's rule against the live mirror.  The links and
      *    ceilings come off temporary storage queue CUSTTSQ, which
      *    CUSTSTRT rebuilds every morning after the nightly
      *    CUSTMNT and CLIMMNT runs; an account not on it belongs
      *    to a customer with no ceiling and is judged per account
      *    only.  Every CL decline is captured, in CLRFLDS shape,
      *    onto CLRQ, which CLRQDRN drains into CLREVIEW for the
      *    credit-review listing beside PURCHAUT's own declines.
      *
      *    An ST decline is an adverse action the customer must be
      *    told the reason for: each one is also captured, as an
      *    ADVFLDS decision record with reason 'ST', onto ADVQ,
      *    which ADVQDRN drains into ADVDECN beside PURCHAUT's and
      *    LINEREV's decisions for ADVNOTE's letters.
      *
      *    A request that would pass LIMIT is judged against LIMIT
      *    plus a tolerance of 10 percent of it when the customer
      *    has opted in to overlimit transactions -- PURCHAUT's
      *    rule, off temporary storage queue OPTTSQ, which OPTSTRT
      *    rebuilds every morning from the consents in force on
      *    OPTFILE (OPTFLDS, maintained by OPTMNT).  An account not
      *    on it, or an absent queue, gets no tolerance: without a
      *    consent on file the purchase is declined OL at LIMIT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       77  HOT-BROWSE-SWITCH      PIC X          VALUE 'N'.
               88  HOT-BROWSE-DONE            VALUE 'Y'.
      *****************************************************
      * THE TAKEOVER BLOCKS BROWSED OFF ATOBTSQ           *
      *****************************************************
       01  BLOCK-TSQ-ITEM.
           05  BLK-ACCT-NO        PIC X(8).
       77  BLOCK-ITEM-NO          PIC S9(4) COMP VALUE +0.
       77  BLOCK-FOUND-SWITCH     PIC X          VALUE 'N'.
               88  ACCOUNT-UNDER-BLOCK        VALUE 'Y'.
       77  BLOCK-BROWSE-SWITCH    PIC X          VALUE 'N'.
               88  BLOCK-BROWSE-DONE          VALUE 'Y'.
      *****************************************************
      * THE OVERLIMIT CONSENTS BROWSED OFF OPTTSQ         *
      *****************************************************
       01  CONSENT-TSQ-ITEM.
           05  OPQ-ACCT-NO        PIC X(8).
       77  CONSENT-ITEM-NO        PIC S9(4) COMP VALUE +0.
       77  CONSENT-FOUND-SWITCH   PIC X          VALUE 'N'.
               88  ACCOUNT-OPTED-IN           VALUE 'Y'.
       77  CONSENT-BROWSE-SWITCH  PIC X          VALUE 'N'.
               88  CONSENT-BROWSE-DONE        VALUE 'Y'.
       77  OVERLIMIT-TOLERANCE-PCT PIC 9(3)      VALUE 10.
      *****************************************************
      * THE CUSTOMER LINKS AND CEILINGS BROWSED OFF       *
      * CUSTTSQ, AND THE OTHER ACCOUNTS OF THIS CUSTOMER  *
      *****************************************************
       01  CUST-TSQ-ITEM.
           05  CTQ-ACCT-NO        PIC X(8).
           05  CTQ-CUST-ID        PIC X(8).
           05  CTQ-CEILING        PIC S9(7)V99 COMP-3.
       77  CTQ-LENGTH             PIC S9(4) COMP VALUE +21.
       77  CUST-ITEM-NO           PIC S9(4) COMP VALUE +0.
       77  CUST-BROWSE-SWITCH     PIC X          VALUE 'N'.
               88  CUST-BROWSE-DONE           VALUE 'Y'.
       77  CEIL-FOUND-SWITCH      PIC X          VALUE 'N'.
               88  CUSTOMER-HAS-CEILING       VALUE 'Y'.
       77  CEIL-BREACH-SWITCH     PIC X          VALUE 'N'.
               88  CUSTOMER-OVER-CEILING      VALUE 'Y'.
       01  LINKED-CTL.
           05  LINKED-COUNT       PIC S9(4) COMP VALUE 0.
           05  LINKED-MAX         PIC S9(4) COMP VALUE +50.
       01  LINKED-TABLE.
           05  LINKED-ENTRY OCCURS 50 TIMES INDEXED BY LK-IDX.
               10  LKT-ACCT-NO    PIC X(8).
       77  LINKED-MATCH-SWITCH    PIC X          VALUE 'N'.
               88  ITEM-IS-LINKED             VALUE 'Y'.
      *****************************************************
      * THE CAPTURED DECLINE FOR THE CLRQ QUEUE (CLRFLDS) *
      *****************************************************
       01  REVIEW-REC.
           COPY CLRFLDS.
       77  REVIEW-LENGTH          PIC S9(4) COMP VALUE +80.
      *****************************************************
      * THE CAPTURED ADVERSE ACTION FOR ADVQ (ADVFLDS)    *
      *****************************************************
       01  ADVERSE-REC.
           COPY ADVFLDS.
       77  ADVERSE-LENGTH         PIC S9(4) COMP VALUE +80.
      *****************************************************
      * SQL INCLUDE FOR SQLCA                             *
      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
          02 DB-STATUS          PIC X(1).
          02 DB-PROJECTED       PIC S9(9)V99 COMP-3.
          02 DB-OPEN-HOLDS      PIC S9(9)V99 COMP-3.
          02 DB-CUST-ID         PIC X(8).
          02 DB-CEILING         PIC S9(7)V99 COMP-3.
          02 DB-EXPOSURE        PIC S9(9)V99 COMP-3.
          02 DB-LINK-ACCT       PIC X(8).
          02 DB-LINK-BALANCE    PIC S9(7)V99 COMP-3.
          02 DB-ALLOWED-LIMIT   PIC S9(9)V99 COMP-3.
      *****************************************************
      * CURRENT DATE FOR THE CAPTURED HOLD                *
      *****************************************************
                      MOVE 'HL' TO RSP-REASON-O
                      PERFORM SEND-DECLINED
                   ELSE
                      PERFORM CHECK-TAKEOVER-BLOCK
                      IF ACCOUNT-UNDER-BLOCK
                         MOVE 'FB' TO RSP-REASON-O
                         PERFORM SEND-DECLINED
                      ELSE
                         PERFORM JUDGE-THE-REQUEST
                      END-IF
                   END-IF
                ELSE
                   MOVE 'NN' TO RSP-REASON-O
                      MOVE 'Y' TO HOT-BROWSE-SWITCH
                END-EVALUATE.
      *****************************************************
      * THE MORNING'S TAKEOVER BLOCKS, BROWSED THE SAME   *
      * WAY OFF ATOBTSQ; QIDERR MEANS NO BLOCK IS IN      *
      * FORCE                                             *
      *****************************************************
       CHECK-TAKEOVER-BLOCK.
                MOVE 'N' TO BLOCK-FOUND-SWITCH.
                MOVE 'N' TO BLOCK-BROWSE-SWITCH.
                MOVE ZERO TO BLOCK-ITEM-NO.
                PERFORM BROWSE-ONE-BLOCK-ITEM
                    UNTIL BLOCK-BROWSE-DONE OR ACCOUNT-UNDER-BLOCK.
      *
       BROWSE-ONE-BLOCK-ITEM.
                ADD 1 TO BLOCK-ITEM-NO.
                MOVE +8 TO TSQ-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('ATOBTSQ ')
                     INTO(BLOCK-TSQ-ITEM)
                     LENGTH(TSQ-LENGTH)
                     ITEM(BLOCK-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF BLK-ACCT-NO = REQ-ACCT-NO
                         MOVE 'Y' TO BLOCK-FOUND-SWITCH
                      END-IF
                   WHEN OTHER
                      MOVE 'Y' TO BLOCK-BROWSE-SWITCH
                END-EVALUATE.
      *****************************************************
      * THE MORNING'S OVERLIMIT CONSENTS, BROWSED THE     *
      * SAME WAY OFF OPTTSQ; QIDERR MEANS NO CONSENT IS   *
      * IN FORCE                                          *
      *****************************************************
       CHECK-OVERLIMIT-CONSENT.
                MOVE 'N' TO CONSENT-FOUND-SWITCH.
                MOVE 'N' TO CONSENT-BROWSE-SWITCH.
                MOVE ZERO TO CONSENT-ITEM-NO.
                PERFORM BROWSE-ONE-CONSENT-ITEM
                    UNTIL CONSENT-BROWSE-DONE OR ACCOUNT-OPTED-IN.
      *
       BROWSE-ONE-CONSENT-ITEM.
                ADD 1 TO CONSENT-ITEM-NO.
                MOVE +8 TO TSQ-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('OPTTSQ  ')
                     INTO(CONSENT-TSQ-ITEM)
                     LENGTH(TSQ-LENGTH)
                     ITEM(CONSENT-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                EVALUATE TRUE
                   WHEN QUEUE-RESP = DFHRESP(NORMAL)
                      IF OPQ-ACCT-NO = REQ-ACCT-NO
                         MOVE 'Y' TO CONSENT-FOUND-SWITCH
                      END-IF
                   WHEN OTHER
                      MOVE 'Y' TO CONSENT-BROWSE-SWITCH
                END-EVALUATE.
      *****************************************************
      * PURCHAUT'S RULES AGAINST THE LIVE MIRROR: EXISTS, *
      * NOT SUSPENDED, AND THE PURCHASE FITS THE LIMIT    *
      *****************************************************
                   WHEN SQLCODE = 0
                      IF DB-STATUS = 'S'
                         MOVE 'ST' TO RSP-REASON-O
                         PERFORM CAPTURE-ADVERSE-DECISION
                         PERFORM SEND-DECLINED
                      ELSE
                         PERFORM JUDGE-OPEN-TO-BUY
                END-EVALUATE.
      *
      *    OPEN-TO-BUY: THE BALANCE, PLUS THE DAY'S OWN APPROVALS
      *    STILL UNPOSTED, PLUS THIS REQUEST, AGAINST THE LIMIT --
      *    OR THE LIMIT PLUS THE TOLERANCE WHEN THE REQUEST WOULD
      *    PASS IT ON AN OPTED-IN ACCOUNT
       JUDGE-OPEN-TO-BUY.
                PERFORM SUM-ONLINE-HOLDS.
                COMPUTE DB-PROJECTED =
                    DB-BALANCE + DB-OPEN-HOLDS + REQ-AMOUNT.
                MOVE DB-LIMIT TO DB-ALLOWED-LIMIT.
                IF DB-PROJECTED > DB-LIMIT
                   PERFORM CHECK-OVERLIMIT-CONSENT
                   IF ACCOUNT-OPTED-IN
                      COMPUTE DB-ALLOWED-LIMIT ROUNDED = DB-LIMIT
                          + DB-LIMIT * OVERLIMIT-TOLERANCE-PCT / 100
                   END-IF
                END-IF.
                IF DB-PROJECTED > DB-ALLOWED-LIMIT
                   MOVE 'OL' TO RSP-REASON-O
                   PERFORM SEND-DECLINED
                ELSE
                   PERFORM CHECK-CUSTOMER-CEILING
                   IF CUSTOMER-OVER-CEILING
                      MOVE 'CL' TO RSP-REASON-O
                      PERFORM CAPTURE-THE-DECLINE
                      PERFORM SEND-DECLINED
                   ELSE
                      PERFORM CAPTURE-THE-HOLD
                      PERFORM SEND-APPROVED
                   END-IF
                END-IF.
      *
      *    THE APPROVAL AS A HOLD, IN AUTFLDS SHAPE, ONTO AUTQ --
                   WHEN OTHER
                      SET AUTH-BROWSE-DONE TO TRUE
                END-EVALUATE.
      *
      *****************************************************
      * THE CUSTOMER CEILING: FIND THIS ACCOUNT ON        *
      * CUSTTSQ, GATHER THE CUSTOMER'S OTHER ACCOUNTS,    *
      * THEN ADD THEIR MIRROR BALANCES AND THE DAY'S      *
      * AUTHTSQ APPROVALS ON THEM TO THIS ACCOUNT'S       *
      * PROJECTED BALANCE                                 *
      *****************************************************
       CHECK-CUSTOMER-CEILING.
                MOVE 'N' TO CEIL-BREACH-SWITCH.
                MOVE 'N' TO CEIL-FOUND-SWITCH.
                MOVE ZERO TO LINKED-COUNT.
                MOVE 'N' TO CUST-BROWSE-SWITCH.
                MOVE ZERO TO CUST-ITEM-NO.
                PERFORM FIND-ONE-CUST-ITEM
                    UNTIL CUST-BROWSE-DONE OR CUSTOMER-HAS-CEILING.
                IF CUSTOMER-HAS-CEILING
                   MOVE 'N' TO CUST-BROWSE-SWITCH
                   MOVE ZERO TO CUST-ITEM-NO
                   PERFORM GATHER-ONE-CUST-ITEM
                       UNTIL CUST-BROWSE-DONE
                   MOVE DB-PROJECTED TO DB-EXPOSURE
                   PERFORM ADD-ONE-LINKED-BALANCE
                       VARYING LK-IDX FROM 1 BY 1
                       UNTIL LK-IDX > LINKED-COUNT
                   IF LINKED-COUNT > ZERO
                      PERFORM ADD-LINKED-HOLDS
                   END-IF
                   IF DB-EXPOSURE > DB-CEILING
                      MOVE 'Y' TO CEIL-BREACH-SWITCH
                   END-IF
                END-IF.
      *
       FIND-ONE-CUST-ITEM.
                PERFORM READ-ONE-CUST-ITEM.
                IF NOT CUST-BROWSE-DONE
                   AND CTQ-ACCT-NO = REQ-ACCT-NO
                   MOVE 'Y'         TO CEIL-FOUND-SWITCH
                   MOVE CTQ-CUST-ID TO DB-CUST-ID
                   MOVE CTQ-CEILING TO DB-CEILING
                END-IF.
      *
      *    ONE CUSTOMER HOLDS ONLY A FEW ACCOUNTS; ANY PAST THE
      *    TABLE ARE LEFT UNCOUNTED RATHER THAN FAIL THE REQUEST
       GATHER-ONE-CUST-ITEM.
                PERFORM READ-ONE-CUST-ITEM.
                IF NOT CUST-BROWSE-DONE
                   AND CTQ-CUST-ID = DB-CUST-ID
                   AND CTQ-ACCT-NO NOT = REQ-ACCT-NO
                   AND LINKED-COUNT < LINKED-MAX
                   ADD 1 TO LINKED-COUNT
                   MOVE CTQ-ACCT-NO TO LKT-ACCT-NO(LINKED-COUNT)
                END-IF.
      *
       READ-ONE-CUST-ITEM.
                ADD 1 TO CUST-ITEM-NO.
                MOVE +21 TO CTQ-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('CUSTTSQ ')
                     INTO(CUST-TSQ-ITEM)
                     LENGTH(CTQ-LENGTH)
                     ITEM(CUST-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                IF QUEUE-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO CUST-BROWSE-SWITCH
                END-IF.
      *
      *    A LINKED ACCOUNT NO LONGER ON THE MIRROR COUNTS NOTHING
       ADD-ONE-LINKED-BALANCE.
                MOVE LKT-ACCT-NO(LK-IDX) TO DB-LINK-ACCT.
                EXEC SQL
                   SELECT BALANCE
                     INTO :DB-LINK-BALANCE
                     FROM Z#####T
                    WHERE ACCTNO = :DB-LINK-ACCT
                END-EXEC.
                EVALUATE TRUE
                   WHEN SQLCODE = 0
                      ADD DB-LINK-BALANCE TO DB-EXPOSURE
                   WHEN SQLCODE = 100
                      CONTINUE
                   WHEN OTHER
                      MOVE 'SELECT Z#####T LINKED' TO UD-ERROR-MESSAGE
                      PERFORM SQL-ERROR-HANDLING
                END-EVALUATE.
      *
      *    ONE PASS OF AUTHTSQ, COUNTING EVERY APPROVAL ON ANY OF
      *    THE CUSTOMER'S OTHER ACCOUNTS
       ADD-LINKED-HOLDS.
                MOVE 'N'  TO AUTH-BROWSE-SWITCH.
                MOVE ZERO TO AUTH-ITEM-NO.
                PERFORM BROWSE-ONE-LINKED-HOLD
                    UNTIL AUTH-BROWSE-DONE.
      *
       BROWSE-ONE-LINKED-HOLD.
                ADD 1 TO AUTH-ITEM-NO.
                MOVE +13 TO TSA-LENGTH.
                EXEC CICS READQ TS
                     QUEUE('AUTHTSQ ')
                     INTO(AUTH-TSQ-ITEM)
                     LENGTH(TSA-LENGTH)
                     ITEM(AUTH-ITEM-NO)
                     RESP(QUEUE-RESP)
                END-EXEC.
                IF QUEUE-RESP = DFHRESP(NORMAL)
                   MOVE 'N' TO LINKED-MATCH-SWITCH
                   PERFORM VARYING LK-IDX FROM 1 BY 1
                       UNTIL LK-IDX > LINKED-COUNT OR ITEM-IS-LINKED
                      IF LKT-ACCT-NO(LK-IDX) = TSA-ACCT-NO
                         MOVE 'Y' TO LINKED-MATCH-SWITCH
                      END-IF
                   END-PERFORM
                   IF ITEM-IS-LINKED
                      ADD TSA-AMOUNT TO DB-EXPOSURE
                   END-IF
                ELSE
                   SET AUTH-BROWSE-DONE TO TRUE
                END-IF.
      *
      *    THE DECLINE, IN CLRFLDS SHAPE, ONTO RECOVERABLE CLRQ FOR
      *    THE CREDIT-REVIEW LISTING; THE EXPOSURE RECORDED IS THE
      *    CUSTOMER'S POSITION BEFORE THE DECLINED PURCHASE
       CAPTURE-THE-DECLINE.
                MOVE SPACES      TO REVIEW-REC.
                MOVE REQ-ACCT-NO TO CLR-ACCT-NO.
                MOVE DB-CUST-ID  TO CLR-CUST-ID.
                MOVE REQ-AMOUNT  TO CLR-AMOUNT.
                COMPUTE CLR-EXPOSURE = DB-EXPOSURE - REQ-AMOUNT.
                MOVE DB-CEILING  TO CLR-CEILING.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO CLR-DECLINE-DATE.
                SET CLR-FROM-ONLINE TO TRUE.
                EXEC CICS WRITEQ TD
                     QUEUE('CLRQ')
                     FROM(REVIEW-REC)
                     LENGTH(REVIEW-LENGTH)
                END-EXEC.
      *
      *    THE ST DECLINE, IN ADVFLDS SHAPE, ONTO RECOVERABLE ADVQ
      *    FOR THE ADVERSE-ACTION NOTICE
       CAPTURE-ADVERSE-DECISION.
                MOVE SPACES      TO ADVERSE-REC.
                MOVE REQ-ACCT-NO TO ADV-ACCT-NO.
                MOVE WS-CURRENT-DATE-DATA(1:8) TO ADV-DECISION-DATE.
                SET ADV-PURCHASE-DECLINE TO TRUE.
                SET ADV-FROM-ONLINE TO TRUE.
                MOVE 'AUTHONL'   TO ADV-PROGRAM.
                MOVE 'ST'        TO ADV-REASON-CODE(1).
                MOVE REQ-AMOUNT  TO ADV-AMOUNT.
                MOVE DB-LIMIT    TO ADV-OLD-LIMIT.
                MOVE ZERO        TO ADV-SCORE.
                MOVE ZERO        TO ADV-NOTICE-DATE.
                EXEC CICS WRITEQ TD
                     QUEUE('ADVQ')
                     FROM(ADVERSE-REC)
                     LENGTH(ADVERSE-LENGTH)
                END-EXEC.
      *
       SEND-APPROVED.
                MOVE SPACES      TO RESPONSE-LINE.
