      *    in one run, the single-night behavior this program had
      *    before cycles existed.
      *
      *    An account CYCCHG has moved to a new cycle at its
      *    customer's request closes that cycle the first time on a
      *    one-time transition period: from the transition start
      *    CYCFLDS records (the day after its old cycle's last
      *    close) through tonight's period end, when that start
      *    falls inside tonight's period.  Its average daily balance
      *    is taken over those days only, and the interest -- or
      *    the interest saved, or logged as withheld -- is prorated
      *    by those days over the period's, since the rate is a
      *    full period's.  The rate itself is not scaled, so the
      *    rate stamped on the history stays the account's rate.
      *
      *    Interest is charged on the AVERAGE DAILY BALANCE over the
      *    accrual period, not on whatever ACCT-BALANCE happens to be
      *    on run night: each accruing account's history is browsed
      *    from HISTIDX, the keyed history index (HIXFLDS), in
      *    posting-date order from the earliest date the accrual
      *    looks at -- the older of its two grace statements, or
      *    the period start -- through the period end, and the
      *    HIST-BALANCE-AFTER chain is walked forward,
      *    each balance weighted by the days it held, so a customer
      *    who paid mid-period is charged on what they actually owed
      *    day by day.  PARMCARD carries the period start and end
      *    THAT rate; an unassigned account, or a product stating
      *    no rate, accrues at its own INT-RATE as it always did.
      *    REPRICE still owns mass changes to the per-account rate.
      *    An account PRICEF (PRCFLDS) marks variable accrues at its
      *    own INT-RATE whatever its product: RATEIDX sets that rate
      *    from the account's index and margin, and a catalog rate
      *    would undo it.
      *
      *    A charge under an open billing-error dispute (BDCASE,
      *    per BDSFLDS) accrues nothing while the case is open: its
      *    amount is held out of the average daily balance for
      *    every day of the period it sat on the balance before the
      *    case's provisional credit posted -- from the later of
      *    its own posting date and the period start, to the day
      *    before the credit posted or the period end.  Once the
      *    credit posts the balance chain itself no longer carries
      *    it.
      *
      *    An account under a deceased or bankruptcy flag in force
      *    today (LGLFILE, per LGLFLDS) accrues nothing: the
      *    interest it would have accrued is computed as usual and
      *    logged to the suppression log (LGLSUPP) instead of being
      *    added to the balance, the history or the GL.  A cease-
      *    and-desist flag stops contact, not pricing.
      *
      *    A servicemember protected by an SCRA eligibility period
      *    (SCRAFILE, per SMRFLDS) pays no more than 6%: for every
      *    day of the accrual period the eligibility period covers
      *    -- active-duty date through the first anniversary of
      *    release -- the rate picked above is held to the cap,
      *    and the account accrues at the day-weighted blend of
      *    the two.  The rate actually applied is stamped on the
      *    interest history record, which is what SCRAREF reads
      *    when a grant arrives after the accrual did.
      *
      *    Purchases carry a grace period, as the cardholder
      *    agreement grants it: an account whose statements have
      *    been paid in full on time accrues no interest on its
      *    purchases.  STMTDUE (per DUEFLDS) is sorted by account
      *    and statement date alongside the history, and the last
      *    two statements cut before the period are judged from
      *    the history -- the payments posted after each statement
      *    date and by its due date (and by the period end) must
      *    cover its statement balance.  A payment is what STLJUDGE
      *    counts as one: a type 'D' history under a code the
      *    TRANCODE table (TCDFLDS) puts in the payment category,
      *    or uncoded from before codes existed; a waiver, dispute,
      *    refund or rewards credit pays nothing.  A credit under a
      *    code the table marks as reversing a payment (reversed,
      *    returned unpaid or transferred out) after the statement
      *    date and by the period end is taken back off.  A
      *    statement left short loses the grace; it comes back once
      *    two statements in a row have been paid in full, so only
      *    those last two decide it.  An account with fewer
      *    statements is judged on those it has, and a new account
      *    starts in grace.
      *
      *    Grace waives the interest on purchases and nothing else.
      *    The interest is computed as usual and split by the
      *    balance segments' shares of the rate-weighted balance
      *    the accrual rate is blended from: the purchase and
      *    promotional segments' share is printed beside a GRACE
      *    marker as interest saved, with the accounts in grace and
      *    the total saved in the trailer, and is never added to
      *    the balance, the history or the GL; the cash advance,
      *    fee and interest segments' share accrues as it would
      *    without grace.  An account with no segment owing money
      *    is taken to owe purchases only.
      *
      *    Each accrual's history record is added to HISTIDX as it
      *    is appended to TRANHIST, the POSTACCT way; a write the
      *    index refuses is counted and DISPLAYed for a HISTBLD
      *    rebuild.
      *
      *    The balance segments (SEGFILE, per SEGFLDS) are read
      *    beside ACCTREC and written forward to SEGOUT with every
      *    master record, accrued or not.  The accrual rate is the
      *    blend of the segments' own rates, each weighted by the
      *    segment's positive balance at accrual time: a segment
      *    without a rate of its own takes the rate picked above,
      *    and a promotional rate counts only for the period's days
      *    through its expiry.  The cash-advance rate and the
      *    promotional offer come off the account's PRICEF record
      *    (PRC-CASH-RATE, PRC-PROMO-RATE and PRC-PROMO-EXPIRY) and
      *    are stamped on the segment record as the account is
      *    priced; an account with no pricing record has neither.
      *    The rate picked above is stamped on the record as
      *    SEG-BASE-RATE, for POSTACCT to rank the segments by; the
      *    SCRA cap is applied to the blend, and the interest
      *    accrued is added to the interest segment.
      *    An account without a segment record is given one holding
      *    its whole balance as purchases.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT PLAN-FILE    ASSIGN TO PLANFILE.
           SELECT CYCLE-FILE   ASSIGN TO CYCLEF.
           SELECT PARM-CARD    ASSIGN TO PARMCARD.
           SELECT HIST-INDEX   ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT PROD-CAT     ASSIGN TO PRODCAT.
           SELECT PROD-XREF    ASSIGN TO PRODXREF.
           SELECT PRICE-FILE   ASSIGN TO PRICEF.
           SELECT CASE-FILE    ASSIGN TO BDCASE.
           SELECT LEGAL-FILE   ASSIGN TO LGLFILE.
           SELECT SUPP-FILE    ASSIGN TO LGLSUPP.
           SELECT SCRA-FILE    ASSIGN TO SCRAFILE.
           SELECT DUE-IN       ASSIGN TO STMTDUE.
           SELECT DUE-SORT     ASSIGN TO DUEWORK.
           SELECT DUE-SORTED   ASSIGN TO DUESORT.
           SELECT SEG-IN       ASSIGN TO SEGIN.
           SELECT SEG-OUT      ASSIGN TO SEGOUT.
           SELECT TRAN-CODES   ASSIGN TO TRANCODE.
      *-------------
       DATA DIVISION.
      *-------------
           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  HIST-FIELDS.
       01  XREF-FIELDS.
           COPY PXRFLDS.
      *
      *    PRICE-FILE -- the account pricing records (PRCFLDS); a
      *    variable-rate account accrues at its own INT-RATE.
       FD  PRICE-FILE RECORDING MODE F.
       01  PRICE-FIELDS.
           COPY PRCFLDS.
      *
      *    CASE-FILE -- the billing-dispute cases (BDSFLDS); open
      *    cases are held out of the average balance.
       FD  CASE-FILE RECORDING MODE F.
       01  CASE-FIELDS.
           COPY BDSFLDS.
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
      *    SCRA-FILE -- the servicemember eligibility periods
      *    (SMRFLDS); a covered day accrues at no more than the cap.
       FD  SCRA-FILE RECORDING MODE F.
       01  SCRA-FIELDS.
           COPY SMRFLDS.
      *
      *    PARM-CARD -- one 80-byte control record: the statement
      *    cycle closing tonight in bytes 1-2 ('00' for the whole
      *    book), and the accrual period start and end dates in
           05  PARM-PERIOD-END    PIC 9(8).
           05  FILLER             PIC X(62).
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS): browsed
      *    for each accruing account's history, and added to as the
      *    accruals are appended to TRANHIST.
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    DUE-IN/DUE-SORT/DUE-SORTED -- the statement-due records,
      *    sorted by account and statement date the way DUECHK
      *    sorts them, for the grace-period judgement.
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
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  INTEREST-O     PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  NEW-BALANCE-O  PIC $$,$$$,$$9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  GRACE-O        PIC X(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SAVED-O        PIC $$,$$$,$$9.99.
           05  SAVED-X REDEFINES SAVED-O PIC X(13).
           05  FILLER         PIC X(11) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
       01  ACCT-NO-MASKED      PIC X(8).
           05 RECS-SKIPPED      PIC S9(7) COMP-3 VALUE ZERO.
           05 RECS-PLAN-HELD    PIC S9(7) COMP-3 VALUE ZERO.
           05 RECS-OFF-CYCLE    PIC S9(7) COMP-3 VALUE ZERO.
           05 RECS-TRANSITION   PIC S9(7) COMP-3 VALUE ZERO.
           05 RECS-SCRA-CAPPED  PIC S9(7) COMP-3 VALUE ZERO.
           05 RECS-IN-GRACE     PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    GRACE-WORK -- this account's last two statements cut
      *    before the period, oldest first, with the payments the
      *    history shows inside each one's window; and what grace
      *    saved this account and the run.
       01  GRACE-WORK.
           05  DUE-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DUES       VALUE 'Y'.
           05  GRACE-FLAG         PIC X VALUE 'N'.
               88  ACCOUNT-IN-GRACE   VALUE 'Y'.
           05  STMT-COUNT         PIC S9(4) COMP VALUE 0.
           05  GRACE-STMT OCCURS 2 TIMES INDEXED BY GS-IDX.
               10  GST-STMT-DATE  PIC 9(8).
               10  GST-DUE-DATE   PIC 9(8).
               10  GST-BALANCE    PIC S9(7)V99 COMP-3.
               10  GST-PAID       PIC S9(7)V99 COMP-3.
           05  GRACE-SAVED        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  TOTAL-SAVED        PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *    HELD-TABLE -- the open billing-error cases, loaded once:
      *    the disputed amount, when it posted, and when its
      *    provisional credit posted (zero while it has not).
       01  HELD-LOOKUP-FLAGS.
           05 CASE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-CASES    VALUE 'Y'.
           05 HELD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  HELD-TABLE-FULL  VALUE 'Y'.
       01  HELD-CTL.
           05 HELD-COUNT        PIC S9(4) COMP VALUE 0.
           05 HELD-MAX          PIC S9(4) COMP VALUE 1000.
       01  HELD-TABLE.
           05 HELD-ENTRY OCCURS 1000 TIMES INDEXED BY HD-IDX.
               10 HDT-ACCT-NO   PIC X(8).
               10 HDT-AMOUNT    PIC S9(7)V99 COMP-3.
               10 HDT-ITEM-DATE PIC 9(8).
               10 HDT-CREDIT-DATE PIC 9(8).
       01  HELD-WORK.
           05 HELD-START-INT    PIC S9(9) COMP-3 VALUE ZERO.
           05 HELD-END-INT      PIC S9(9) COMP-3 VALUE ZERO.
           05 HELD-WEIGHTED     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 HELD-AVERAGE      PIC S9(7)V99 COMP-3 VALUE ZERO.
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
      *    SCRA-TABLE -- the eligibility periods that reach into
      *    this accrual period, as day numbers: the active-duty
      *    date through the first anniversary of release (the top
      *    of the range while release is zero).
       01  SCRA-LOOKUP-FLAGS.
           05  SCRA-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SCRA       VALUE 'Y'.
           05  SCRA-CAPACITY-FLAG PIC X VALUE 'N'.
               88  SCRA-TABLE-FULL    VALUE 'Y'.
       01  SCRA-CTL.
           05  SCRA-COUNT         PIC S9(4) COMP VALUE 0.
           05  SCRA-MAX           PIC S9(4) COMP VALUE 1000.
       01  SCRA-TABLE.
           05  SCRA-ENTRY OCCURS 1000 TIMES INDEXED BY SM-IDX.
               10  SMT-ACCT-NO    PIC X(8).
               10  SMT-START-INT  PIC S9(9) COMP-3.
               10  SMT-END-INT    PIC S9(9) COMP-3.
       01  SCRA-WORK.
           05  SCRA-CAP-RATE      PIC S9V999 COMP-3 VALUE 0.060.
           05  SCRA-ANNIV-DATE    PIC 9(8) VALUE ZERO.
           05  SCRA-START-INT     PIC S9(9) COMP-3 VALUE ZERO.
           05  SCRA-END-INT       PIC S9(9) COMP-3 VALUE ZERO.
           05  CAPPED-DAYS        PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    PLAN-TABLE -- the accounts on a compliant hardship plan,
      *    loaded once at open time; the same bounded-table-with-a-
           05 PERIOD-START-INT  PIC S9(9) COMP-3 VALUE ZERO.
           05 PERIOD-END-INT    PIC S9(9) COMP-3 VALUE ZERO.
           05 PERIOD-DAYS       PIC S9(5) COMP-3 VALUE ZERO.
      *    FULL-PERIOD -- tonight's period as the card gives it; an
      *    account on its transition period takes a shorter one and
      *    PERIOD-SHARE, its days over the full period's.
           05 FULL-PERIOD-START PIC 9(8) VALUE ZERO.
           05 FULL-START-INT    PIC S9(9) COMP-3 VALUE ZERO.
           05 FULL-PERIOD-DAYS  PIC S9(5) COMP-3 VALUE ZERO.
           05 PERIOD-SHARE      PIC S9V9(6) COMP-3 VALUE 1.
           05 HIST-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-HIST     VALUE 'Y'.
           05 OPEN-BAL-FLAG     PIC X VALUE 'N'.
           05 SAVED-PERIOD-START PIC X(8) VALUE SPACES.
           05 SAVED-PERIOD-END   PIC X(8) VALUE SPACES.
      *
      *    HISTORY-BROWSE-WORK -- the index's file status, the date
      *    one account's browse starts from, and the sequence the
      *    next accrual history is offered to the index under.
      *    SHIST-FIELDS is the history record the browse is on,
      *    under SHST- names.
       01  HISTORY-BROWSE-WORK.
           05 HIX-STATUS        PIC X(2) VALUE '00'.
               88  HIX-OK           VALUE '00'.
               88  HIX-DUPLICATE    VALUE '22'.
           05 HIST-BROWSE-START PIC 9(8) VALUE ZERO.
           05 HIX-SEQ-NEXT      PIC 9(8) VALUE ZERO.
           05 HIX-WRITE-FAILS   PIC S9(7) COMP-3 VALUE ZERO.
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
      *    PRODUCT-PRICING-WORK -- the catalog rates and the account
      *    assignments, loaded once; ACCRUAL-RATE-WK is whichever
      *    rate this account earns.
               88  NO-MORE-PCAT     VALUE 'Y'.
           05 PXRF-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PXRF     VALUE 'Y'.
           05 PRICE-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-PRICES   VALUE 'Y'.
           05 VARIABLE-FLAG     PIC X VALUE 'N'.
               88  ACCOUNT-VARIABLE VALUE 'Y'.
           05 ACCRUAL-RATE-WK   PIC S9V999 COMP-3 VALUE ZERO.
      *
      *    SEGMENT-FIELDS -- the current account's balance segments;
      *    SEGMENT-BLEND-WORK -- their balance-weighted rate, and the
      *    purchase segments' part of it that grace waives.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
       01  SEGMENT-BLEND-WORK.
           05 SEG-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SEGS     VALUE 'Y'.
           05 SEG-SUB           PIC S9(4) COMP VALUE 0.
           05 SEG-APR-WK        PIC S9V9(6) COMP-3 VALUE ZERO.
           05 SEG-OWED-SUM      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 SEG-WEIGHTED-SUM  PIC S9(11)V9(6) COMP-3 VALUE ZERO.
           05 PURCH-WEIGHTED-SUM PIC S9(11)V9(6) COMP-3 VALUE ZERO.
           05 PROMO-END-INT     PIC S9(9) COMP-3 VALUE ZERO.
           05 PROMO-DAYS        PIC S9(5) COMP-3 VALUE ZERO.
           05 SEGS-CREATED      PIC S9(7) COMP-3 VALUE ZERO.
           05 SEGS-DROPPED      PIC S9(7) COMP-3 VALUE ZERO.
       01  PCAT-CTL.
           05 PCAT-COUNT        PIC S9(4) COMP VALUE 0.
           05 PCAT-MAX          PIC S9(4) COMP VALUE 50.
           05 PXRF-ENTRY OCCURS 5000 TIMES INDEXED BY PX-IDX.
               10 PXT-ACCT-NO   PIC X(8).
               10 PXT-PRODUCT   PIC X(4).
       01  VARB-CTL.
           05 VARB-COUNT        PIC S9(4) COMP VALUE 0.
           05 VARB-MAX          PIC S9(4) COMP VALUE 5000.
       01  VARB-TABLE.
           05 VARB-ENTRY OCCURS 5000 TIMES INDEXED BY VR-IDX.
               10 VRT-ACCT-NO   PIC X(8).
      *
      *    TERM-TABLE -- each account PRICEF gives a cash-advance
      *    rate or a promotional offer, for its segment record.
       01  TERM-CTL.
           05 TERM-COUNT        PIC S9(4) COMP VALUE 0.
           05 TERM-MAX          PIC S9(4) COMP VALUE 5000.
           05 TERM-FOUND-FLAG   PIC X VALUE 'N'.
               88  TERMS-FOUND      VALUE 'Y'.
           05 TERM-CAPACITY-FLAG PIC X VALUE 'N'.
               88  TERM-TABLE-FULL  VALUE 'Y'.
       01  TERM-TABLE.
           05 TERM-ENTRY OCCURS 5000 TIMES INDEXED BY TM-IDX.
               10 TMT-ACCT-NO   PIC X(8).
               10 TMT-CASH-RATE PIC 9V999.
               10 TMT-PROMO-RATE PIC 9V999.
               10 TMT-PROMO-EXPIRY PIC 9(8).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
           05  BILL-CYCLE-CODE    PIC X(2) VALUE '00'.
               88  WHOLE-BOOK-RUN     VALUE '00'.
           05  ACCT-CYCLE-WK      PIC X(2) VALUE SPACES.
           05  ACCT-TRANSITION-WK PIC 9(8) VALUE ZERO.
           05  CYC-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CYC        VALUE 'Y'.
           05  CYC-CAPACITY-FLAG  PIC X VALUE 'N'.
           05  CYC-ENTRY OCCURS 5000 TIMES INDEXED BY CY-IDX.
               10  CYT-ACCT-NO    PIC X(8).
               10  CYT-CODE       PIC X(2).
               10  CYT-TRANSITION PIC 9(8).
      *
       01  CYCLE-GATE-WORK.
           05  RUN-CYCLE          PIC 9(6) VALUE ZERO.
           05  FILLER         PIC X(09) VALUE 'Interest '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'New Balance '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Grace'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '    Int Saved'.
           05  FILLER         PIC X(11) VALUE SPACES.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(33) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE 'Total Interest  = '.
           05  TOTAL-INTEREST-O  PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(35) VALUE SPACES.
      *
       01  TRAILER-2.
           05  FILLER         PIC X(20) VALUE 'Accounts in grace = '.
           05  GRACE-COUNT-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  FILLER         PIC X(18) VALUE 'Interest Saved  = '.
           05  TOTAL-SAVED-O  PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(35) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM LOAD-PLAN-TABLE.
           PERFORM LOAD-CYCLE-TABLE.
           PERFORM LOAD-PRODUCT-PRICING.
           PERFORM LOAD-CODE-TABLE.
           PERFORM LOAD-HELD-DISPUTES.
           PERFORM LOAD-LEGAL-FLAGS.
           PERFORM SET-ACCRUAL-PERIOD.
           PERFORM LOAD-SCRA-PERIODS.
           SORT DUE-SORT
               ON ASCENDING KEY SRT-D-ACCT-NO SRT-D-STMT-DATE
               USING DUE-IN
               GIVING DUE-SORTED.
           OPEN INPUT  ACCT-REC.
           OPEN I-O    HIST-INDEX.
           OPEN INPUT  DUE-SORTED.
           OPEN INPUT  SEG-IN.
           OPEN OUTPUT SEG-OUT.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND TRAN-HIST.
           OPEN OUTPUT GL-FEED.
           OPEN EXTEND SUPP-FILE.
           WRITE PRINT-REC FROM HEADER-1.
           PERFORM READ-DUE.
           PERFORM READ-SEG.
      *
       READ-NEXT-RECORD.
           PERFORM READ-RECORD
            PERFORM UNTIL LASTREC = 'Y'
            PERFORM GET-ACCOUNT-SEGMENTS
            PERFORM GET-ACCOUNT-CYCLE
            IF NOT WHOLE-BOOK-RUN
                AND ACCT-CYCLE-WK NOT = BILL-CYCLE-CODE
                END-IF
            END-IF
            WRITE NEW-ACCT-FIELDS FROM ACCT-FIELDS
            WRITE SEG-OUT-REC FROM SEGMENT-FIELDS
            ADD 1            TO NEW-RECORD-COUNT
            ADD ACCT-BALANCE TO NEW-BALANCE-SUM
            ADD ACCT-LIMIT   TO NEW-LIMIT-SUM
           .
      *
       CLOSE-STOP.
           PERFORM UNTIL NO-MORE-SEGS
               ADD 1 TO SEGS-DROPPED
               PERFORM READ-SEG
           END-PERFORM.
           MOVE TOTAL-INTEREST TO TOTAL-INTEREST-O.
           WRITE PRINT-REC FROM TRAILER-1.
           MOVE RECS-IN-GRACE TO GRACE-COUNT-O.
           MOVE TOTAL-SAVED   TO TOTAL-SAVED-O.
           WRITE PRINT-REC FROM TRAILER-2.
           PERFORM WRITE-GL-FEED.
           PERFORM WRITE-MASTER-CONTROL.
           PERFORM RECORD-CYCLE-DONE.
           DISPLAY 'INTACCR: RECORDS SKIPPED = ' RECS-SKIPPED.
           DISPLAY 'INTACCR: HELD FOR PLANS  = ' RECS-PLAN-HELD.
           DISPLAY 'INTACCR: OFF-CYCLE       = ' RECS-OFF-CYCLE.
           DISPLAY 'INTACCR: TRANSITION      = ' RECS-TRANSITION.
           DISPLAY 'INTACCR: LEGAL SUPPRESSED = ' ACTIONS-SUPPRESSED.
           DISPLAY 'INTACCR: SCRA CAPPED     = ' RECS-SCRA-CAPPED.
           DISPLAY 'INTACCR: IN GRACE        = ' RECS-IN-GRACE.
           DISPLAY 'INTACCR: SEGMENTS CREATED = ' SEGS-CREATED.
           DISPLAY 'INTACCR: SEGMENTS DROPPED = ' SEGS-DROPPED.
           IF CODE-TABLE-FULL
               DISPLAY 'INTACCR: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           IF HIX-WRITE-FAILS > ZERO
               DISPLAY 'INTACCR: HISTIDX WRITES FAILED = '
                   HIX-WRITE-FAILS ' -- RUN HISTBLD BEFORE THE '
                   'HISTORY READERS'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE HIST-INDEX.
           CLOSE DUE-SORTED.
           CLOSE SEG-IN.
           CLOSE SEG-OUT.
           CLOSE NEW-ACCT-REC.
           CLOSE PRINT-LINE.
           CLOSE TRAN-HIST.
           CLOSE GL-FEED.
           CLOSE SUPP-FILE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
                       ADD 1 TO CYC-COUNT
                       MOVE CYC-ACCT-NO TO CYT-ACCT-NO(CYC-COUNT)
                       MOVE CYC-CODE    TO CYT-CODE(CYC-COUNT)
                       MOVE ZERO TO CYT-TRANSITION(CYC-COUNT)
                       IF CYC-TRANSITION-START NUMERIC
                           MOVE CYC-TRANSITION-START
                               TO CYT-TRANSITION(CYC-COUNT)
                       END-IF
                   ELSE
                       SET CYC-TABLE-FULL TO TRUE
                   END-IF
               AT END SET NO-MORE-CYC TO TRUE
           END-READ.
      *
      *    GET-ACCOUNT-CYCLE -- the account's assigned cycle and its
      *    transition start; no assignment means cycle 01, per
      *    CYCFLDS.
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
                   END-IF
               END-PERFORM
           END-IF.
           WRITE CTL-OUT-FIELDS.
           CLOSE CTL-OUT.
      *
      *    ACCRUE-INTEREST -- the purchase interest due from an
      *    account in its grace period is reported as saved, and
      *    the rest accrues; interest due from an account under a
      *    deceased or bankruptcy flag is logged as withheld and
      *    not accrued.
       ACCRUE-INTEREST.
           PERFORM SET-ACCOUNT-PERIOD.
           PERFORM GATHER-PRIOR-STATEMENTS.
           PERFORM COMPUTE-AVG-BALANCE.
           PERFORM HOLD-OUT-DISPUTES.
           PERFORM PICK-ACCRUAL-RATE.
           PERFORM GET-LEGAL-STATUS.
           PERFORM JUDGE-GRACE.
           MOVE ZERO TO INTEREST-AMT.
           MOVE ZERO TO GRACE-SAVED.
           IF AVG-DAILY-BALANCE > ZERO
               COMPUTE INTEREST-AMT ROUNDED =
                   AVG-DAILY-BALANCE * ACCRUAL-RATE-WK * PERIOD-SHARE
               IF ACCOUNT-IN-GRACE
                   PERFORM TAKE-GRACE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN AVG-DAILY-BALANCE NOT > ZERO
                   ADD 1 TO RECS-SKIPPED
               WHEN ACCOUNT-IN-GRACE AND INTEREST-AMT = ZERO
                   PERFORM PRINT-ACCRUAL-LINE
               WHEN CHARGES-BARRED
                   MOVE 'INTEREST ACCRUAL' TO SUPPRESS-ACTION-WK
                   MOVE INTEREST-AMT       TO SUPPRESS-AMOUNT-WK
                   PERFORM WRITE-SUPPRESSION
                   ADD 1 TO RECS-SKIPPED
                   IF ACCOUNT-IN-GRACE
                       MOVE ZERO TO INTEREST-AMT
                       PERFORM PRINT-ACCRUAL-LINE
                   END-IF
               WHEN OTHER
                   ADD INTEREST-AMT TO ACCT-BALANCE
                   ADD INTEREST-AMT TO SEG-AMOUNT(4)
                   ADD INTEREST-AMT TO TOTAL-INTEREST
                   ADD 1            TO RECS-ACCRUED
                   PERFORM PRINT-ACCRUAL-LINE
                   PERFORM WRITE-INTEREST-HISTORY
           END-EVALUATE.
      *
      *    PRINT-ACCRUAL-LINE -- the account's line on INTRPT: the
      *    interest accrued and, in grace, the interest saved.
       PRINT-ACCRUAL-LINE.
           MOVE ACCT-NO        TO ACCT-NO-MASKED.
           MOVE 'XXXX'         TO ACCT-NO-MASKED(1:4).
           MOVE ACCT-NO-MASKED TO ACCT-NO-O.
           MOVE AVG-DAILY-BALANCE TO OLD-BALANCE-O.
           MOVE ACCRUAL-RATE-WK TO INT-RATE-O.
           MOVE INTEREST-AMT   TO INTEREST-O.
           MOVE ACCT-BALANCE   TO NEW-BALANCE-O.
           IF ACCOUNT-IN-GRACE
               MOVE 'GRACE'     TO GRACE-O
               MOVE GRACE-SAVED TO SAVED-O
           ELSE
               MOVE SPACES      TO GRACE-O
               MOVE SPACES      TO SAVED-X
           END-IF.
           WRITE PRINT-REC.
      *
      *    LOAD-PRODUCT-PRICING -- catalog and assignments into
      *    storage; empty files simply leave every account on its
      *    own INT-RATE.  PRICEF gives the variable-rate accounts
      *    and each account's cash and promotional terms.
       LOAD-PRODUCT-PRICING.
           OPEN INPUT PROD-CAT.
           PERFORM READ-PCAT
               PERFORM READ-PXRF
           END-PERFORM.
           CLOSE PROD-XREF.
           OPEN INPUT PRICE-FILE.
           PERFORM READ-PRICING
           PERFORM UNTIL NO-MORE-PRICES
               IF PRC-VARIABLE
                   IF VARB-COUNT < VARB-MAX
                       ADD 1 TO VARB-COUNT
                       MOVE PRC-ACCT-NO TO VRT-ACCT-NO(VARB-COUNT)
                   ELSE
                       DISPLAY 'INTACCR: VARIABLE-RATE TABLE FULL -- '
                               'EXCESS ACCOUNTS TAKE CATALOG RATES'
                       SET NO-MORE-PRICES TO TRUE
                   END-IF
               END-IF
               IF NOT NO-MORE-PRICES
                   PERFORM KEEP-SEGMENT-TERMS
               END-IF
               PERFORM READ-PRICING
           END-PERFORM.
           CLOSE PRICE-FILE.
           IF TERM-TABLE-FULL
               DISPLAY 'INTACCR: SEGMENT TERMS TABLE FULL -- '
                       'EXCESS ACCOUNTS KEEP THE TERMS ON SEGFILE'
           END-IF.
      *
      *    KEEP-SEGMENT-TERMS -- a pricing record stating a cash
      *    rate or a promotional offer; anything not numeric on it
      *    is taken as no term.
       KEEP-SEGMENT-TERMS.
           IF PRC-CASH-RATE NOT NUMERIC
               MOVE ZERO TO PRC-CASH-RATE
           END-IF.
           IF PRC-PROMO-RATE NOT NUMERIC
               OR PRC-PROMO-EXPIRY NOT NUMERIC
               MOVE ZERO TO PRC-PROMO-RATE
               MOVE ZERO TO PRC-PROMO-EXPIRY
           END-IF.
           IF PRC-CASH-RATE > ZERO OR PRC-PROMO-EXPIRY > ZERO
               IF TERM-COUNT < TERM-MAX
                   ADD 1 TO TERM-COUNT
                   MOVE PRC-ACCT-NO      TO TMT-ACCT-NO(TERM-COUNT)
                   MOVE PRC-CASH-RATE    TO TMT-CASH-RATE(TERM-COUNT)
                   MOVE PRC-PROMO-RATE   TO TMT-PROMO-RATE(TERM-COUNT)
                   MOVE PRC-PROMO-EXPIRY
                       TO TMT-PROMO-EXPIRY(TERM-COUNT)
               ELSE
                   SET TERM-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
       READ-PCAT.
           READ PROD-CAT
           READ PROD-XREF
               AT END SET NO-MORE-PXRF TO TRUE
           END-READ.
      *
       READ-PRICING.
           READ PRICE-FILE
               AT END SET NO-MORE-PRICES TO TRUE
           END-READ.
      *
      *    PICK-ACCRUAL-RATE -- the product's catalog rate when the
      *    account has one and the catalog states one; the account's
      *    own INT-RATE otherwise, and always for a variable-rate
      *    account.  Either is stamped as the segments' base rate
      *    and blended with their own rates, and the blend is held
      *    to the SCRA cap for the days an eligibility period
      *    covers.
       PICK-ACCRUAL-RATE.
           MOVE INT-RATE TO ACCRUAL-RATE-WK.
           MOVE 'N' TO VARIABLE-FLAG.
           PERFORM VARYING VR-IDX FROM 1 BY 1
               UNTIL VR-IDX > VARB-COUNT OR ACCOUNT-VARIABLE
               IF VRT-ACCT-NO(VR-IDX) = ACCT-NO
                   SET ACCOUNT-VARIABLE TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING PX-IDX FROM 1 BY 1
               UNTIL PX-IDX > PXRF-COUNT OR ACCOUNT-VARIABLE
               IF PXT-ACCT-NO(PX-IDX) = ACCT-NO
                   PERFORM VARYING PC-IDX FROM 1 BY 1
                       UNTIL PC-IDX > PCAT-COUNT
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE ACCRUAL-RATE-WK TO SEG-BASE-RATE.
           PERFORM STAMP-SEGMENT-TERMS.
           PERFORM BLEND-SEGMENT-RATES.
           PERFORM APPLY-SCRA-CAP.
      *
      *    STAMP-SEGMENT-TERMS -- the account's cash-advance rate
      *    and promotional offer off PRICEF onto its segment
      *    record; none on PRICEF clears them.  Once the terms
      *    table has filled, an account past it keeps the terms
      *    its segment record already carries.
       STAMP-SEGMENT-TERMS.
           MOVE 'N' TO TERM-FOUND-FLAG.
           PERFORM VARYING TM-IDX FROM 1 BY 1
               UNTIL TM-IDX > TERM-COUNT OR TERMS-FOUND
               IF TMT-ACCT-NO(TM-IDX) = ACCT-NO
                   SET TERMS-FOUND TO TRUE
                   MOVE TMT-CASH-RATE(TM-IDX)    TO SEG-RATE(2)
                   MOVE TMT-PROMO-RATE(TM-IDX)   TO SEG-RATE(5)
                   MOVE TMT-PROMO-EXPIRY(TM-IDX) TO SEG-PROMO-EXPIRY
               END-IF
           END-PERFORM.
           IF NOT TERMS-FOUND AND NOT TERM-TABLE-FULL
               MOVE ZERO TO SEG-RATE(2)
               MOVE ZERO TO SEG-RATE(5)
               MOVE ZERO TO SEG-PROMO-EXPIRY
           END-IF.
      *
      *    BLEND-SEGMENT-RATES -- each segment owing money weighted
      *    by its balance at its own rate: SEG-RATE where the
      *    segment has one, the base rate otherwise, and for the
      *    promotional segment its rate for the period's days
      *    through SEG-PROMO-EXPIRY and the base rate after.  An
      *    account owing nothing keeps the base rate.  The purchase
      *    and promotional segments' part of the weighted sum is
      *    kept apart for TAKE-GRACE.
       BLEND-SEGMENT-RATES.
           MOVE ZERO TO SEG-OWED-SUM.
           MOVE ZERO TO SEG-WEIGHTED-SUM.
           MOVE ZERO TO PURCH-WEIGHTED-SUM.
           PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 5
               IF SEG-AMOUNT(SEG-SUB) > ZERO
                   MOVE SEG-BASE-RATE TO SEG-APR-WK
                   IF SEG-SUB < 5 AND SEG-RATE(SEG-SUB) > ZERO
                       MOVE SEG-RATE(SEG-SUB) TO SEG-APR-WK
                   END-IF
                   IF SEG-SUB = 5
                       PERFORM PRICE-PROMO-SEGMENT
                   END-IF
                   ADD SEG-AMOUNT(SEG-SUB) TO SEG-OWED-SUM
                   COMPUTE SEG-WEIGHTED-SUM = SEG-WEIGHTED-SUM
                       + SEG-AMOUNT(SEG-SUB) * SEG-APR-WK
                   IF SEG-SUB = 1 OR SEG-SUB = 5
                       COMPUTE PURCH-WEIGHTED-SUM = PURCH-WEIGHTED-SUM
                           + SEG-AMOUNT(SEG-SUB) * SEG-APR-WK
                   END-IF
               END-IF
           END-PERFORM.
           IF SEG-OWED-SUM > ZERO
               COMPUTE ACCRUAL-RATE-WK ROUNDED =
                   SEG-WEIGHTED-SUM / SEG-OWED-SUM
           END-IF.
      *
      *    PRICE-PROMO-SEGMENT -- the promotional rate for the days
      *    of the period through the expiry, the base rate for the
      *    days after it.
       PRICE-PROMO-SEGMENT.
           IF SEG-PROMO-EXPIRY NOT < PERIOD-END
               MOVE SEG-RATE(5) TO SEG-APR-WK
           ELSE
               IF SEG-PROMO-EXPIRY NOT < PERIOD-START
                   AND PERIOD-DAYS > ZERO
                   COMPUTE PROMO-END-INT =
                       FUNCTION INTEGER-OF-DATE(SEG-PROMO-EXPIRY)
                   COMPUTE PROMO-DAYS =
                       PROMO-END-INT - PERIOD-START-INT + 1
                   COMPUTE SEG-APR-WK ROUNDED =
                       (SEG-RATE(5) * PROMO-DAYS
                        + SEG-BASE-RATE * (PERIOD-DAYS - PROMO-DAYS))
                       / PERIOD-DAYS
               END-IF
           END-IF.
      *
      *    APPLY-SCRA-CAP -- counts the days of the accrual period
      *    this account's eligibility periods cover (never more
      *    than the period itself, should two overlap) and blends
      *    the rate: covered days at the cap, the rest at the rate
      *    picked.  A rate already at or under the cap is left be.
       APPLY-SCRA-CAP.
           MOVE ZERO TO CAPPED-DAYS.
           IF ACCRUAL-RATE-WK > SCRA-CAP-RATE
               PERFORM VARYING SM-IDX FROM 1 BY 1
                   UNTIL SM-IDX > SCRA-COUNT
                   IF SMT-ACCT-NO(SM-IDX) = ACCT-NO
                       MOVE SMT-START-INT(SM-IDX) TO SCRA-START-INT
                       IF SCRA-START-INT < PERIOD-START-INT
                           MOVE PERIOD-START-INT TO SCRA-START-INT
                       END-IF
                       MOVE SMT-END-INT(SM-IDX) TO SCRA-END-INT
                       IF SCRA-END-INT > PERIOD-END-INT
                           MOVE PERIOD-END-INT TO SCRA-END-INT
                       END-IF
                       IF SCRA-END-INT >= SCRA-START-INT
                           COMPUTE CAPPED-DAYS = CAPPED-DAYS
                               + SCRA-END-INT - SCRA-START-INT + 1
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF CAPPED-DAYS > PERIOD-DAYS
               MOVE PERIOD-DAYS TO CAPPED-DAYS
           END-IF.
           IF CAPPED-DAYS > ZERO
               COMPUTE ACCRUAL-RATE-WK ROUNDED =
                   (ACCRUAL-RATE-WK * (PERIOD-DAYS - CAPPED-DAYS)
                    + SCRA-CAP-RATE * CAPPED-DAYS) / PERIOD-DAYS
               ADD 1 TO RECS-SCRA-CAPPED
           END-IF.
      *
      *    SET-ACCRUAL-PERIOD -- the PARMCARD period dates, defaulted
      *    to the first of the current month through today when the
               FUNCTION INTEGER-OF-DATE(PERIOD-END).
           COMPUTE PERIOD-DAYS =
               PERIOD-END-INT - PERIOD-START-INT + 1.
           MOVE PERIOD-START     TO FULL-PERIOD-START.
           MOVE PERIOD-START-INT TO FULL-START-INT.
           MOVE PERIOD-DAYS      TO FULL-PERIOD-DAYS.
      *
      *    SET-ACCOUNT-PERIOD -- tonight's full period, unless the
      *    account's transition start falls inside it: then the
      *    period opens on the transition start and PERIOD-SHARE
      *    prorates the interest, per the prologue.
       SET-ACCOUNT-PERIOD.
           MOVE FULL-PERIOD-START TO PERIOD-START.
           MOVE FULL-START-INT    TO PERIOD-START-INT.
           MOVE FULL-PERIOD-DAYS  TO PERIOD-DAYS.
           MOVE 1                 TO PERIOD-SHARE.
           IF NOT WHOLE-BOOK-RUN
               AND ACCT-TRANSITION-WK > FULL-PERIOD-START
               AND ACCT-TRANSITION-WK <= PERIOD-END
               MOVE ACCT-TRANSITION-WK TO PERIOD-START
               COMPUTE PERIOD-START-INT =
                   FUNCTION INTEGER-OF-DATE(PERIOD-START)
               COMPUTE PERIOD-DAYS =
                   PERIOD-END-INT - PERIOD-START-INT + 1
               COMPUTE PERIOD-SHARE ROUNDED =
                   PERIOD-DAYS / FULL-PERIOD-DAYS
               ADD 1 TO RECS-TRANSITION
           END-IF.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at this account's
      *    first history posted on or after HIST-BROWSE-START and
      *    reads it; NO-MORE-HIST straight away means the account
      *    has none in the range.
       START-ACCOUNT-HIST.
           MOVE 'N'               TO HIST-EOF-FLAG.
           MOVE ACCT-NO           TO HIX-ACCT-NO.
           MOVE HIST-BROWSE-START TO HIX-POST-DATE.
           MOVE ZERO              TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           IF NOT NO-MORE-HIST
               PERFORM READ-HIST
           END-IF.
      *
      *    READ-HIST -- the next history in the browse; the browse
      *    ends at this account's last record or the period end.
       READ-HIST.
           READ HIST-INDEX NEXT RECORD
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               IF HIX-ACCT-NO NOT = ACCT-NO
                   OR HIX-POST-DATE > PERIOD-END
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
      *
      *    COMPUTE-AVG-BALANCE -- walks this account's history in
      *    posting order.  Records before the period carry the
      *    held; the final segment runs to the period end.  When the
      *    period had no activity the balance never moved, so the
      *    average IS the standing balance (or the last pre-period
      *    balance-after when one exists).  The browse starts at the
      *    older grace statement's date when there is one, so the
      *    payments COUNT-GRACE-PAYMENT judges, and the reversals
      *    and returns of them, are all in it.
       COMPUTE-AVG-BALANCE.
           MOVE 'N'  TO OPEN-BAL-FLAG.
           MOVE ZERO TO WEIGHTED-SUM.
           MOVE ZERO TO IN-PERIOD-COUNT.
           IF STMT-COUNT > ZERO
               MOVE GST-STMT-DATE(1) TO HIST-BROWSE-START
           ELSE
               MOVE PERIOD-START     TO HIST-BROWSE-START
           END-IF.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST OR SHST-ACCT-NO > ACCT-NO
               IF STMT-COUNT > ZERO
                   PERFORM COUNT-GRACE-PAYMENT
               END-IF
               EVALUATE TRUE
                   WHEN SHST-POST-DATE < PERIOD-START
                       MOVE SHST-BALANCE-AFTER TO OPEN-BAL
               FUNCTION INTEGER-OF-DATE(SHST-POST-DATE).
           ADD 1 TO IN-PERIOD-COUNT.
      *
      *    GATHER-PRIOR-STATEMENTS -- positions the sorted statements
      *    at this account and keeps the last two cut before the
      *    period, oldest first; statements for accounts not accrued
      *    tonight are simply passed over.
       GATHER-PRIOR-STATEMENTS.
           MOVE ZERO TO STMT-COUNT.
           PERFORM UNTIL NO-MORE-DUES OR DUE-ACCT-NO >= ACCT-NO
               PERFORM READ-DUE
           END-PERFORM.
           PERFORM UNTIL NO-MORE-DUES OR DUE-ACCT-NO > ACCT-NO
               IF DUE-STMT-DATE < PERIOD-START
                   IF STMT-COUNT < 2
                       ADD 1 TO STMT-COUNT
                   ELSE
                       MOVE GRACE-STMT(2) TO GRACE-STMT(1)
                   END-IF
                   MOVE DUE-STMT-DATE    TO GST-STMT-DATE(STMT-COUNT)
                   MOVE DUE-DATE         TO GST-DUE-DATE(STMT-COUNT)
                   MOVE DUE-STMT-BALANCE TO GST-BALANCE(STMT-COUNT)
                   MOVE ZERO             TO GST-PAID(STMT-COUNT)
               END-IF
               PERFORM READ-DUE
           END-PERFORM.
      *
       READ-DUE.
           READ DUE-SORTED
               AT END SET NO-MORE-DUES TO TRUE
           END-READ.
      *
      *    COUNT-GRACE-PAYMENT -- a payment (a type 'D' under a
      *    payment-category code, or uncoded) counts toward each
      *    statement whose window it falls in: after the statement
      *    date, by the due date and by the period end.  A credit
      *    under a code that reverses a payment (a reversal, NSF
      *    return or transfer out) comes off each statement it
      *    posted after, up to the period end, however late it
      *    came.  Any other history pays nothing.
       COUNT-GRACE-PAYMENT.
           PERFORM CLASSIFY-PAY-CODE.
           IF HIST-IS-PAYMENT
               PERFORM VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > STMT-COUNT
                   IF SHST-POST-DATE > GST-STMT-DATE(GS-IDX)
                       AND SHST-POST-DATE <= GST-DUE-DATE(GS-IDX)
                       AND SHST-POST-DATE <= PERIOD-END
                       ADD SHST-AMOUNT TO GST-PAID(GS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF HIST-IS-PAY-REVERSAL
               PERFORM VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > STMT-COUNT
                   IF SHST-POST-DATE > GST-STMT-DATE(GS-IDX)
                       AND SHST-POST-DATE <= PERIOD-END
                       SUBTRACT SHST-AMOUNT FROM GST-PAID(GS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
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
      *    JUDGE-GRACE -- the account is in grace unless one of its
      *    last two statements carried a balance the window's
      *    payments left short.
       JUDGE-GRACE.
           MOVE 'Y' TO GRACE-FLAG.
           PERFORM VARYING GS-IDX FROM 1 BY 1
               UNTIL GS-IDX > STMT-COUNT
               IF GST-BALANCE(GS-IDX) > ZERO
                   AND GST-PAID(GS-IDX) < GST-BALANCE(GS-IDX)
                   MOVE 'N' TO GRACE-FLAG
               END-IF
           END-PERFORM.
      *
      *    TAKE-GRACE -- the purchase and promotional segments'
      *    share of the rate-weighted balance is the share of the
      *    interest saved, and comes off INTEREST-AMT; what is left
      *    is the cash advance, fee and interest segments' interest,
      *    which still accrues.  With no segment owing money the
      *    whole of it is purchase interest.
       TAKE-GRACE.
           MOVE INTEREST-AMT TO GRACE-SAVED.
           IF SEG-WEIGHTED-SUM > ZERO
               COMPUTE GRACE-SAVED ROUNDED = INTEREST-AMT
                   * PURCH-WEIGHTED-SUM / SEG-WEIGHTED-SUM
           END-IF.
           SUBTRACT GRACE-SAVED FROM INTEREST-AMT.
           ADD GRACE-SAVED TO TOTAL-SAVED.
           ADD 1           TO RECS-IN-GRACE.
      *
      *    HOLD-OUT-DISPUTES -- each open case's amount, weighted
      *    by the days of the period it sat on the balance before
      *    its credit posted, comes off the average.
       HOLD-OUT-DISPUTES.
           MOVE ZERO TO HELD-WEIGHTED.
           PERFORM VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HELD-COUNT
               IF HDT-ACCT-NO(HD-IDX) = ACCT-NO
                   COMPUTE HELD-START-INT =
                       FUNCTION INTEGER-OF-DATE(HDT-ITEM-DATE(HD-IDX))
                   IF HELD-START-INT < PERIOD-START-INT
                       MOVE PERIOD-START-INT TO HELD-START-INT
                   END-IF
                   MOVE PERIOD-END-INT TO HELD-END-INT
                   IF HDT-CREDIT-DATE(HD-IDX) > ZERO
                       COMPUTE HELD-END-INT = FUNCTION
                           INTEGER-OF-DATE(HDT-CREDIT-DATE(HD-IDX)) - 1
                       IF HELD-END-INT > PERIOD-END-INT
                           MOVE PERIOD-END-INT TO HELD-END-INT
                       END-IF
                   END-IF
                   IF HELD-END-INT >= HELD-START-INT
                       COMPUTE HELD-WEIGHTED = HELD-WEIGHTED
                           + HDT-AMOUNT(HD-IDX)
                           * (HELD-END-INT - HELD-START-INT + 1)
                   END-IF
               END-IF
           END-PERFORM.
           IF HELD-WEIGHTED > ZERO
               COMPUTE HELD-AVERAGE ROUNDED =
                   HELD-WEIGHTED / PERIOD-DAYS
               SUBTRACT HELD-AVERAGE FROM AVG-DAILY-BALANCE
           END-IF.
      *
      *    LOAD-HELD-DISPUTES -- the open billing-error cases; an
      *    empty BDCASE holds nothing out.
       LOAD-HELD-DISPUTES.
           OPEN INPUT CASE-FILE.
           PERFORM READ-CASE
           PERFORM UNTIL NO-MORE-CASES
               IF BDS-OPEN AND BDS-ITEM-POST-DATE NUMERIC
                   IF HELD-COUNT < HELD-MAX
                       ADD 1 TO HELD-COUNT
                       MOVE BDS-ACCT-NO     TO HDT-ACCT-NO(HELD-COUNT)
                       MOVE BDS-ITEM-AMOUNT TO HDT-AMOUNT(HELD-COUNT)
                       MOVE BDS-ITEM-POST-DATE
                           TO HDT-ITEM-DATE(HELD-COUNT)
                       MOVE BDS-CREDIT-POST-DATE
                           TO HDT-CREDIT-DATE(HELD-COUNT)
                   ELSE
                       SET HELD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CASE
           END-PERFORM.
           CLOSE CASE-FILE.
           IF HELD-TABLE-FULL
               DISPLAY 'INTACCR: DISPUTE TABLE FILLED AT 1000 -- '
                       'EXCESS CASES NOT HELD OUT'
           END-IF.
      *
       READ-CASE.
           READ CASE-FILE
               AT END SET NO-MORE-CASES TO TRUE
           END-READ.
      *
      *    WRITE-INTEREST-HISTORY -- the accrual as the posting
      *    history sees it: a credit-type movement for the interest
      *    amount, leaving the balance the accrual left it at.
           MOVE INTEREST-AMT      TO HIST-AMOUNT.
           MOVE WS-CURRENT-DATE   TO HIST-TRAN-DATE.
           MOVE 'INTEREST ACCRUAL'  TO HIST-COMMENT.
           MOVE 'INTR'              TO HIST-TRAN-CODE.
           MOVE ACCRUAL-RATE-WK     TO HIST-RATE-APPLIED.
           MOVE CURRENT-DATE-NUM  TO HIST-POST-DATE.
           MOVE ACCT-BALANCE      TO HIST-BALANCE-AFTER.
           MOVE 'INTACCR'         TO HIST-BATCH-ID.
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
               DISPLAY 'INTACCR: LEGAL TABLE FILLED AT 1000 -- '
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
           MOVE 'INTACCR'          TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE ACCT-NO            TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE SUPPRESS-ACTION-WK TO LSP-ACTION.
           MOVE SUPPRESS-AMOUNT-WK TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
      *    LOAD-SCRA-PERIODS -- the eligibility periods reaching
      *    into this accrual period.  A period that does not fit
      *    the table is a cap not honored, so a full table is
      *    reported and the run ends RC 8.  The anniversary of a
      *    29 February release falls on 28 February.
       LOAD-SCRA-PERIODS.
           OPEN INPUT SCRA-FILE.
           PERFORM READ-SCRA
           PERFORM UNTIL NO-MORE-SCRA
               IF SMR-ACTIVE-DATE NUMERIC
                   AND SMR-ACTIVE-DATE > ZERO
                   AND SMR-RELEASE-DATE NUMERIC
                   COMPUTE SCRA-START-INT =
                       FUNCTION INTEGER-OF-DATE(SMR-ACTIVE-DATE)
                   IF SMR-RELEASE-DATE = ZERO
                       MOVE 999999999 TO SCRA-END-INT
                   ELSE
                       COMPUTE SCRA-ANNIV-DATE =
                           SMR-RELEASE-DATE + 10000
                       IF SCRA-ANNIV-DATE(5:4) = '0229'
                           MOVE '0228' TO SCRA-ANNIV-DATE(5:4)
                       END-IF
                       COMPUTE SCRA-END-INT =
                           FUNCTION INTEGER-OF-DATE(SCRA-ANNIV-DATE)
                   END-IF
                   IF SCRA-START-INT <= PERIOD-END-INT
                       AND SCRA-END-INT >= PERIOD-START-INT
                       IF SCRA-COUNT < SCRA-MAX
                           ADD 1 TO SCRA-COUNT
                           MOVE SMR-ACCT-NO
                               TO SMT-ACCT-NO(SCRA-COUNT)
                           MOVE SCRA-START-INT
                               TO SMT-START-INT(SCRA-COUNT)
                           MOVE SCRA-END-INT
                               TO SMT-END-INT(SCRA-COUNT)
                       ELSE
                           SET SCRA-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-SCRA
           END-PERFORM.
           CLOSE SCRA-FILE.
           IF SCRA-TABLE-FULL
               DISPLAY 'INTACCR: SCRA TABLE FILLED AT 1000 -- '
                       'EXCESS PERIODS NOT CAPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       READ-SCRA.
           READ SCRA-FILE
               AT END SET NO-MORE-SCRA TO TRUE
           END-READ.
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
