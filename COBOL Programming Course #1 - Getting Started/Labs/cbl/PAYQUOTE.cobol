      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PAYQUOTE.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    PAYQUOTE is the payoff quote run.  When a customer, or a
      *    lender taking the balance over, asks what it will take
      *    to close the account on a given day, the answer used to
      *    be the balance plus an agent's guess at the interest: a
      *    quote short of the mark left a stub CLOSEACC would not
      *    close, and one over it was a refund.  Each request on
      *    QUOTEREQ (PQRFLDS) -- keyed in the back office, or taken
      *    at the desk through PAYQONL and drained by PQRQDRN -- is
      *    priced against the master as at the good-through date:
      *
      *        ACCT-BALANCE
      *      + the interest not yet accrued, from the day after the
      *        account's last INTACCR accrual (its last INTR
      *        history on HISTIDX since the first of last month;
      *        today when there is none) through the good-through
      *        date, at the per-diem
      *      + the fees FEEASSES has assessed and that wait on
      *        FEETRAN (its TRANOUT) for the next posting run
      *      + the account's OPEN holds on AUTHFILE (AUTFLDS),
      *        purchases promised that have not posted yet
      *
      *    The per-diem is the interest INTACCR would accrue on the
      *    balance for one day.  The rate is the one INTACCR would
      *    pick: the product's catalog rate (PRODCAT through
      *    PRODXREF) or the account's own INT-RATE, always the
      *    latter for a variable-rate account (PRICEF), blended
      *    with the balance segments' own rates (SEGFILE, read
      *    beside ACCTREC; a promotional rate only for its days
      *    through expiry) and held to the SCRA cap for the days an
      *    eligibility period (SCRAFILE) covers -- each over the
      *    days the quote charges.  INTACCR's rate is a full
      *    accrual period's and its period is the month, so the
      *    per-diem is the balance at that rate over the days of
      *    the month the good-through date falls in.
      *
      *    An account in its grace period is quoted no purchase
      *    interest, as INTACCR would accrue none.  Grace is judged
      *    INTACCR's way on the last two statements (STMTDUE, per
      *    DUEFLDS) cut before the first day the quote charges:
      *    each must have been covered by the payments posted after
      *    its statement date and by its due date, net of any
      *    reversed, returned or transferred out since.  In grace,
      *    the purchase and promotional segments' share of the
      *    rate-weighted balance comes out of the per-diem, and only
      *    the cash advance, fee and interest segments' share is
      *    charged; an account with no segment owing money is all
      *    purchases and is quoted no interest.  A suspended
      *    account, a credit balance and an account under a
      *    deceased or bankruptcy flag in force today (LGLFILE) are
      *    quoted no interest, as INTACCR would accrue none.
      *
      *    A request is refused, with no quote and no letter, when
      *    the account is not on the master, is closed, charged off
      *    or sold, when the good-through date is not a real date,
      *    lies in the past or more than 30 days out, or when the
      *    payoff comes to nothing owed.  Every other request is
      *    QUOTED: the quote is recorded on PQTFILE (PQTFLDS) in
      *    open status -- a generation file carrying every earlier
      *    quote forward from (0) to (+1) -- and the quote letter
      *    goes to the letter vendor on PQTEXT, in the same
      *    no-editing shape as ADVNOTE's ADVEXT, with the requester
      *    and their reference so a lender's copy can be routed.  An
      *    account whose address is flagged bad is quoted but sent
      *    no letter; the desk reads the quote off PAYQONL.  Every
      *    request's outcome is listed on PQTRPT.
      *
      *    CLOSEACC reads the open quotes back: payments posted from
      *    the quote date through the good-through date that cover
      *    the payoff settle the quote, and the account closes.
      *
      *    A request table too small for QUOTEREQ would leave
      *    requests unanswered, so the run is then refused with RC 8
      *    before any quote is given: PQTFILE is carried forward as
      *    it stood and QUOTEREQ is left for the rerun.  The run
      *    logs to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT SEG-IN       ASSIGN TO SEGIN.
           SELECT QUOTE-REQ    ASSIGN TO QUOTEREQ.
           SELECT QUOTE-IN     ASSIGN TO PQTIN.
           SELECT QUOTE-OUT    ASSIGN TO PQTOUT.
           SELECT LETTER-EXT   ASSIGN TO PQTEXT.
           SELECT PRINT-LINE   ASSIGN TO PQTRPT.
           SELECT FEE-TRAN     ASSIGN TO FEETRAN.
           SELECT AUTH-IN      ASSIGN TO AUTHFILE.
           SELECT HIST-INDEX   ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT PROD-CAT     ASSIGN TO PRODCAT.
           SELECT PROD-XREF    ASSIGN TO PRODXREF.
           SELECT PRICE-FILE   ASSIGN TO PRICEF.
           SELECT SCRA-FILE    ASSIGN TO SCRAFILE.
           SELECT LEGAL-FILE   ASSIGN TO LGLFILE.
           SELECT DUE-IN       ASSIGN TO STMTDUE.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
           SELECT TRAN-CODES   ASSIGN TO TRANCODE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    SEG-IN -- the balance segments (SEGFLDS), in account
      *    sequence beside ACCTREC; worked in SEGMENT-FIELDS.
       FD  SEG-IN RECORDING MODE F.
       01  SEG-IN-REC.
           05  SEGI-ACCT-NO       PIC X(8).
           05  FILLER             PIC X(72).
      *
      *    QUOTE-REQ -- the payoff-quote requests (PQRFLDS).
       FD  QUOTE-REQ RECORDING MODE F.
       01  QUOTE-REQ-REC          PIC X(80).
      *
      *    QUOTE-IN/QUOTE-OUT -- the quotes given (PQTFLDS), read at
      *    (0) and carried forward to (+1) with tonight's added.
       FD  QUOTE-IN RECORDING MODE F.
       01  QUOTE-IN-REC           PIC X(80).
      *
       FD  QUOTE-OUT RECORDING MODE F.
       01  PQT-FIELDS.
           COPY PQTFLDS.
      *
      *    LETTER-EXT -- one fixed-width quote letter record for the
      *    letter vendor: plain pictures, no report editing; the
      *    parts of the payoff are signed, the payoff and per-diem
      *    are not.
       FD  LETTER-EXT RECORDING MODE F.
       01  LETTER-FIELDS.
           05  PQX-ACCT-NO        PIC X(08).
           05  PQX-LAST-NAME      PIC X(20).
           05  PQX-FIRST-NAME     PIC X(15).
           05  PQX-ADDR-LINE      PIC X(25).
           05  PQX-CITY           PIC X(20).
           05  PQX-STATE          PIC X(15).
           05  PQX-ZIP            PIC X(05).
           05  PQX-QUOTE-DATE     PIC 9(8).
           05  PQX-GOOD-THRU      PIC 9(8).
           05  PQX-PAYOFF-AMOUNT  PIC 9(7)V99.
           05  PQX-PER-DIEM       PIC 9(5)V99.
           05  PQX-BALANCE        PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05  PQX-INTEREST       PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05  PQX-FEES           PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05  PQX-HOLDS          PIC S9(7)V99
                                  SIGN LEADING SEPARATE.
           05  PQX-INTEREST-FROM  PIC 9(8).
           05  PQX-REQUESTER      PIC X(01).
           05  PQX-REFERENCE      PIC X(20).
           05  FILLER             PIC X(11).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PQR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  PQR-GOOD-THRU-O    PIC X(8).
           05  FILLER             PIC X(02).
           05  PQR-PAYOFF-O       PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(02).
           05  PQR-PER-DIEM-O     PIC $$,$$9.99.
           05  FILLER             PIC X(02).
           05  PQR-RESULT-O       PIC X(30).
           05  FILLER             PIC X(03).
      *
      *    FEE-TRAN -- the fees FEEASSES assessed for the next
      *    posting run (TRANFLDS).
       FD  FEE-TRAN RECORDING MODE F.
       01  TRAN-FIELDS.
           COPY TRANFLDS.
      *
      *    AUTH-IN -- the authorization holds (AUTFLDS).
       FD  AUTH-IN RECORDING MODE F.
       01  AUTH-FIELDS.
           COPY AUTFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    PROD-CAT/PROD-XREF/PRICE-FILE/SCRA-FILE -- the pricing
      *    INTACCR reads (PRDFLDS, PXRFLDS, PRCFLDS, SMRFLDS).
       FD  PROD-CAT RECORDING MODE F.
       01  PROD-FIELDS.
           COPY PRDFLDS.
      *
       FD  PROD-XREF RECORDING MODE F.
       01  XREF-FIELDS.
           COPY PXRFLDS.
      *
       FD  PRICE-FILE RECORDING MODE F.
       01  PRICE-FIELDS.
           COPY PRCFLDS.
      *
       FD  SCRA-FILE RECORDING MODE F.
       01  SCRA-FIELDS.
           COPY SMRFLDS.
      *
      *    LEGAL-FILE -- the legal-status flags (LGLFLDS).
       FD  LEGAL-FILE RECORDING MODE F.
       01  LEGAL-FIELDS.
           COPY LGLFLDS.
      *
      *    DUE-IN -- the statement-due records (DUEFLDS), for the
      *    grace-period judgement.
       FD  DUE-IN RECORDING MODE F.
       01  DUE-FIELDS.
           COPY DUEFLDS.
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  REQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-REQUESTS   VALUE 'Y'.
           05  QUOTE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-QUOTES     VALUE 'Y'.
           05  FEE-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-FEES       VALUE 'Y'.
           05  AUTH-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-AUTHS      VALUE 'Y'.
           05  TABLE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  A-TABLE-IS-FULL    VALUE 'Y'.
           05  DATE-VALID-FLAG    PIC X VALUE 'N'.
               88  GOOD-THRU-VALID    VALUE 'Y'.
      *
       01  QUOTE-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  QUOTES-GIVEN       PIC S9(7) COMP-3 VALUE ZERO.
           05  LETTERS-SENT       PIC S9(7) COMP-3 VALUE ZERO.
           05  BAD-ADDRESSES      PIC S9(7) COMP-3 VALUE ZERO.
           05  NOT-ON-FILE        PIC S9(7) COMP-3 VALUE ZERO.
           05  NOT-QUOTABLE       PIC S9(7) COMP-3 VALUE ZERO.
           05  BAD-DATES          PIC S9(7) COMP-3 VALUE ZERO.
           05  NOTHING-OWED       PIC S9(7) COMP-3 VALUE ZERO.
           05  QUOTES-CARRIED     PIC S9(7) COMP-3 VALUE ZERO.
           05  TOTAL-QUOTED       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    REQUEST-TABLE -- every request on QUOTEREQ, whole, with
      *    the fees and holds waiting for its account, its account's
      *    latest statements (in no order), and whether the master
      *    pass has priced it yet.
       01  REQUEST-CTL.
           05  REQUEST-COUNT      PIC S9(4) COMP VALUE 0.
           05  REQUEST-MAX        PIC S9(4) COMP VALUE 2000.
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 2000 TIMES INDEXED BY RQ-IDX.
               10  RQT-IMAGE      PIC X(80).
               10  RQT-DONE       PIC X(1).
                   88  RQT-PRICED     VALUE 'Y'.
               10  RQT-FEES       PIC S9(7)V99 COMP-3.
               10  RQT-HOLDS      PIC S9(7)V99 COMP-3.
               10  RQT-STMT-COUNT PIC S9(4) COMP.
               10  RQT-STMT OCCURS 4 TIMES.
                   15  RQS-STMT-DATE  PIC 9(8).
                   15  RQS-DUE-DATE   PIC 9(8).
                   15  RQS-BALANCE    PIC S9(7)V99 COMP-3.
      *
      *    REQUEST-FIELDS -- the request being priced.
       01  REQUEST-FIELDS.
           COPY PQRFLDS.
      *
      *    QUOTE-WORK -- the parts of the quote being priced.
       01  QUOTE-WORK.
           05  QUOTE-INTEREST     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  QUOTE-PER-DIEM     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  QUOTE-PAYOFF       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  QUOTE-RATE         PIC S9V999 COMP-3 VALUE ZERO.
           05  QUOTE-MAX-DAYS     PIC S9(4) COMP VALUE +30.
           05  QUOTE-NOTE-WK      PIC X(30) VALUE SPACES.
      *
      *    GRACE-WORK -- the two statements the account's grace is
      *    judged on, oldest first, with the payments the history
      *    shows inside each one's window, and the share of the
      *    interest still charged once grace is taken.
       01  GRACE-WORK.
           05  DUE-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DUES       VALUE 'Y'.
           05  GRACE-FLAG         PIC X VALUE 'N'.
               88  ACCOUNT-IN-GRACE   VALUE 'Y'.
           05  STMT-COUNT         PIC S9(4) COMP VALUE 0.
           05  STMT-SUB           PIC S9(4) COMP VALUE 0.
           05  NEWEST-SUB         PIC S9(4) COMP VALUE 0.
           05  SECOND-SUB         PIC S9(4) COMP VALUE 0.
           05  GRACE-STMT OCCURS 2 TIMES INDEXED BY GS-IDX.
               10  GST-STMT-DATE  PIC 9(8).
               10  GST-DUE-DATE   PIC 9(8).
               10  GST-BALANCE    PIC S9(7)V99 COMP-3.
               10  GST-PAID       PIC S9(7)V99 COMP-3.
           05  CHARGED-SHARE      PIC S9V9(6) COMP-3 VALUE 1.
           05  QUOTES-IN-GRACE    PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    QUOTE-DATE-WORK -- the good-through date, the month it
      *    falls in, and the days of interest the quote charges.
       01  QUOTE-DATE-WORK.
           05  TODAY-INT          PIC S9(9) COMP VALUE ZERO.
           05  GOOD-THRU-WK       PIC 9(8) VALUE ZERO.
           05  GOOD-THRU-INT      PIC S9(9) COMP VALUE ZERO.
           05  MONTH-START-WK     PIC 9(8) VALUE ZERO.
           05  MONTH-START-PARTS REDEFINES MONTH-START-WK.
               10  MONTH-START-YR PIC 9(4).
               10  MONTH-START-MO PIC 9(2).
               10  MONTH-START-DAY PIC 9(2).
           05  NEXT-MONTH-WK      PIC 9(8) VALUE ZERO.
           05  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-WK.
               10  NEXT-MONTH-YR  PIC 9(4).
               10  NEXT-MONTH-MO  PIC 9(2).
               10  NEXT-MONTH-DAY PIC 9(2).
           05  MONTH-DAYS         PIC S9(5) COMP-3 VALUE ZERO.
           05  LAST-ACCRUAL-DATE  PIC 9(8) VALUE ZERO.
           05  INTEREST-FROM-WK   PIC 9(8) VALUE ZERO.
           05  INTEREST-FROM-INT  PIC S9(9) COMP VALUE ZERO.
           05  INTEREST-DAYS      PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    HISTORY-BROWSE-WORK -- the index's file status and the
      *    date each account's browse for its last accrual starts
      *    from: the first of last month.  SHIST-FIELDS is the
      *    history record the browse is on, under SHST- names.
       01  HISTORY-BROWSE-WORK.
           05  HIX-STATUS         PIC X(2) VALUE '00'.
               88  HIX-OK             VALUE '00'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  HIST-BROWSE-START  PIC 9(8) VALUE ZERO.
           05  BROWSE-START-PARTS REDEFINES HIST-BROWSE-START.
               10  BROWSE-START-YR  PIC 9(4).
               10  BROWSE-START-MO  PIC 9(2).
               10  BROWSE-START-DAY PIC 9(2).
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
      *    The accrual period INTACCR's rate is picked over -- here
      *    the days the quote charges interest for.
       01  AVG-BALANCE-WORK.
           05  PERIOD-START       PIC 9(8) VALUE ZERO.
           05  PERIOD-END         PIC 9(8) VALUE ZERO.
           05  PERIOD-START-INT   PIC S9(9) COMP-3 VALUE ZERO.
           05  PERIOD-END-INT     PIC S9(9) COMP-3 VALUE ZERO.
           05  PERIOD-DAYS        PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    PRODUCT-PRICING-WORK -- the catalog rates and the account
      *    assignments, loaded once; ACCRUAL-RATE-WK is whichever
      *    rate this account earns.
       01  PRODUCT-PRICING-WORK.
           05  PCAT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PCAT       VALUE 'Y'.
           05  PXRF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PXRF       VALUE 'Y'.
           05  PRICE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRICES     VALUE 'Y'.
           05  VARIABLE-FLAG      PIC X VALUE 'N'.
               88  ACCOUNT-VARIABLE   VALUE 'Y'.
           05  ACCRUAL-RATE-WK    PIC S9V999 COMP-3 VALUE ZERO.
       01  PCAT-CTL.
           05  PCAT-COUNT         PIC S9(4) COMP VALUE 0.
           05  PCAT-MAX           PIC S9(4) COMP VALUE 50.
       01  PCAT-TABLE.
           05  PCAT-ENTRY OCCURS 50 TIMES INDEXED BY PC-IDX.
               10  PCT-CODE       PIC X(4).
               10  PCT-RATE       PIC S9V999 COMP-3.
       01  PXRF-CTL.
           05  PXRF-COUNT         PIC S9(4) COMP VALUE 0.
           05  PXRF-MAX           PIC S9(4) COMP VALUE 5000.
       01  PXRF-TABLE.
           05  PXRF-ENTRY OCCURS 5000 TIMES INDEXED BY PX-IDX.
               10  PXT-ACCT-NO    PIC X(8).
               10  PXT-PRODUCT    PIC X(4).
       01  VARB-CTL.
           05  VARB-COUNT         PIC S9(4) COMP VALUE 0.
           05  VARB-MAX           PIC S9(4) COMP VALUE 5000.
       01  VARB-TABLE.
           05  VARB-ENTRY OCCURS 5000 TIMES INDEXED BY VR-IDX.
               10  VRT-ACCT-NO    PIC X(8).
      *
      *    SEGMENT-FIELDS -- the current account's balance segments;
      *    SEGMENT-BLEND-WORK -- their balance-weighted rate, and the
      *    purchase segments' part of it that grace waives.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
       01  SEGMENT-BLEND-WORK.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
           05  SEG-SUB            PIC S9(4) COMP VALUE 0.
           05  SEG-APR-WK         PIC S9V9(6) COMP-3 VALUE ZERO.
           05  SEG-OWED-SUM       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  SEG-WEIGHTED-SUM   PIC S9(11)V9(6) COMP-3 VALUE ZERO.
           05  PURCH-WEIGHTED-SUM PIC S9(11)V9(6) COMP-3 VALUE ZERO.
           05  PROMO-END-INT      PIC S9(9) COMP-3 VALUE ZERO.
           05  PROMO-DAYS         PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    SCRA-TABLE -- the eligibility periods reaching past the
      *    first of last month, as day numbers: the active-duty
      *    date through the first anniversary of release (the top
      *    of the range while release is zero).
       01  SCRA-LOOKUP-FLAGS.
           05  SCRA-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SCRA       VALUE 'Y'.
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
      *    LEGAL-TABLE -- the accounts under a deceased or
      *    bankruptcy flag in force today, loaded once.
       01  LEGAL-LOOKUP-FLAGS.
           05  LEGAL-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LEGAL      VALUE 'Y'.
           05  CHARGE-BAR-FLAG    PIC X VALUE 'N'.
               88  CHARGES-BARRED     VALUE 'Y'.
       01  LEGAL-CTL.
           05  LEGAL-COUNT        PIC S9(4) COMP VALUE 0.
           05  LEGAL-MAX          PIC S9(4) COMP VALUE 1000.
       01  LEGAL-TABLE.
           05  LEGAL-ENTRY OCCURS 1000 TIMES INDEXED BY LG-IDX.
               10  LGT-ACCT-NO    PIC X(8).
      *
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
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(21) VALUE
               'Payoff Quote Register'.
           05  FILLER         PIC X(59) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(10) VALUE 'Good Thru'.
           05  FILLER         PIC X(16) VALUE 'Payoff'.
           05  FILLER         PIC X(11) VALUE 'Per Diem'.
           05  FILLER         PIC X(11) VALUE 'Outcome'.
           05  FILLER         PIC X(22) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           MOVE CURRENT-DATE-NUM TO HIST-BROWSE-START.
           MOVE 1 TO BROWSE-START-DAY.
           IF BROWSE-START-MO = 1
               MOVE 12 TO BROWSE-START-MO
               SUBTRACT 1 FROM BROWSE-START-YR
           ELSE
               SUBTRACT 1 FROM BROWSE-START-MO
           END-IF.
           PERFORM LOAD-REQUESTS.
           IF A-TABLE-IS-FULL
               DISPLAY 'PAYQUOTE: QUOTEREQ WILL NOT FIT ITS TABLE -- '
                       'RUN REFUSED, NO QUOTES GIVEN'
               PERFORM CARRY-PRIOR-QUOTES
               CLOSE QUOTE-OUT
               OPEN OUTPUT LETTER-EXT
               CLOSE LETTER-EXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF REQUEST-COUNT = ZERO
               DISPLAY 'PAYQUOTE: NO QUOTE REQUESTS -- '
                       'NO QUOTES DUE'
           END-IF.
           PERFORM LOAD-PENDING-FEES.
           PERFORM LOAD-OPEN-HOLDS.
           PERFORM LOAD-STATEMENTS.
           PERFORM LOAD-PRODUCT-PRICING.
           PERFORM LOAD-SCRA-PERIODS.
           PERFORM LOAD-LEGAL-FLAGS.
           PERFORM LOAD-CODE-TABLE.
           PERFORM CARRY-PRIOR-QUOTES.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  SEG-IN.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT LETTER-EXT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-SEG.
      *
       QUOTE-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM GET-ACCOUNT-SEGMENTS
               PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > REQUEST-COUNT
                   IF NOT RQT-PRICED(RQ-IDX)
                       AND RQT-IMAGE(RQ-IDX)(1:8) = ACCT-NO
                       PERFORM QUOTE-ONE-REQUEST
                   END-IF
               END-PERFORM
               PERFORM READ-RECORD
           END-PERFORM.
           PERFORM LIST-UNMATCHED-REQUESTS.
      *
       CLOSE-STOP.
           DISPLAY 'PAYQUOTE: RECORDS READ     = ' RECS-READ.
           DISPLAY 'PAYQUOTE: REQUESTS READ    = ' REQUESTS-READ.
           DISPLAY 'PAYQUOTE: QUOTES GIVEN     = ' QUOTES-GIVEN.
           DISPLAY 'PAYQUOTE: LETTERS SENT     = ' LETTERS-SENT.
           DISPLAY 'PAYQUOTE: BAD ADDRESSES    = ' BAD-ADDRESSES.
           DISPLAY 'PAYQUOTE: NOT ON FILE      = ' NOT-ON-FILE.
           DISPLAY 'PAYQUOTE: NOT QUOTABLE     = ' NOT-QUOTABLE.
           DISPLAY 'PAYQUOTE: BAD GOOD-THRU    = ' BAD-DATES.
           DISPLAY 'PAYQUOTE: NOTHING OWED     = ' NOTHING-OWED.
           DISPLAY 'PAYQUOTE: QUOTED IN GRACE  = ' QUOTES-IN-GRACE.
           DISPLAY 'PAYQUOTE: QUOTES CARRIED   = ' QUOTES-CARRIED.
           IF CODE-TABLE-FULL
               DISPLAY 'PAYQUOTE: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE SEG-IN.
           CLOSE HIST-INDEX.
           CLOSE QUOTE-OUT.
           CLOSE LETTER-EXT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF LASTREC NOT = 'Y'
               ADD 1 TO RECS-READ
           END-IF.
      *
      *    LOAD-REQUESTS -- QUOTEREQ whole, in arrival order.
       LOAD-REQUESTS.
           OPEN INPUT QUOTE-REQ.
           PERFORM READ-REQUEST
           PERFORM UNTIL NO-MORE-REQUESTS
               ADD 1 TO REQUESTS-READ
               IF REQUEST-COUNT < REQUEST-MAX
                   ADD 1 TO REQUEST-COUNT
                   MOVE QUOTE-REQ-REC TO RQT-IMAGE(REQUEST-COUNT)
                   MOVE 'N'           TO RQT-DONE(REQUEST-COUNT)
                   MOVE ZERO          TO RQT-FEES(REQUEST-COUNT)
                   MOVE ZERO          TO RQT-HOLDS(REQUEST-COUNT)
                   MOVE ZERO          TO RQT-STMT-COUNT(REQUEST-COUNT)
               ELSE
                   SET A-TABLE-IS-FULL TO TRUE
               END-IF
               PERFORM READ-REQUEST
           END-PERFORM.
           CLOSE QUOTE-REQ.
      *
       READ-REQUEST.
           READ QUOTE-REQ
               AT END SET NO-MORE-REQUESTS TO TRUE
           END-READ.
      *
      *    LOAD-PENDING-FEES -- every fee waiting on FEETRAN for a
      *    requested account, added to its requests: a charge-side
      *    item raises what is owed, a payment-side one lowers it.
       LOAD-PENDING-FEES.
           OPEN INPUT FEE-TRAN.
           PERFORM READ-FEE
           PERFORM UNTIL NO-MORE-FEES
               PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > REQUEST-COUNT
                   IF RQT-IMAGE(RQ-IDX)(1:8) = TRAN-ACCT-NO
                       IF TRAN-DEBIT
                           SUBTRACT TRAN-AMOUNT FROM RQT-FEES(RQ-IDX)
                       ELSE
                           ADD TRAN-AMOUNT TO RQT-FEES(RQ-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM READ-FEE
           END-PERFORM.
           CLOSE FEE-TRAN.
      *
       READ-FEE.
           READ FEE-TRAN
               AT END SET NO-MORE-FEES TO TRUE
           END-READ.
      *
      *    LOAD-OPEN-HOLDS -- every OPEN hold on AUTHFILE for a
      *    requested account, added to its requests.
       LOAD-OPEN-HOLDS.
           OPEN INPUT AUTH-IN.
           PERFORM READ-AUTH
           PERFORM UNTIL NO-MORE-AUTHS
               IF AUTH-OPEN
                   PERFORM VARYING RQ-IDX FROM 1 BY 1
                       UNTIL RQ-IDX > REQUEST-COUNT
                       IF RQT-IMAGE(RQ-IDX)(1:8) = AUT-ACCT-NO
                           ADD AUT-AMOUNT TO RQT-HOLDS(RQ-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-AUTH
           END-PERFORM.
           CLOSE AUTH-IN.
      *
       READ-AUTH.
           READ AUTH-IN
               AT END SET NO-MORE-AUTHS TO TRUE
           END-READ.
      *
      *    LOAD-STATEMENTS -- every statement on STMTDUE for a
      *    requested account, kept with its requests: the latest
      *    four each, enough to hold the two cut before any day a
      *    quote can charge interest from.
       LOAD-STATEMENTS.
           OPEN INPUT DUE-IN.
           PERFORM READ-DUE
           PERFORM UNTIL NO-MORE-DUES
               PERFORM VARYING RQ-IDX FROM 1 BY 1
                   UNTIL RQ-IDX > REQUEST-COUNT
                   IF RQT-IMAGE(RQ-IDX)(1:8) = DUE-ACCT-NO
                       PERFORM KEEP-REQUEST-STATEMENT
                   END-IF
               END-PERFORM
               PERFORM READ-DUE
           END-PERFORM.
           CLOSE DUE-IN.
      *
       READ-DUE.
           READ DUE-IN
               AT END SET NO-MORE-DUES TO TRUE
           END-READ.
      *
      *    KEEP-REQUEST-STATEMENT -- the statement into a free slot
      *    of request RQ-IDX, or over its oldest when all four are
      *    taken by older statements.
       KEEP-REQUEST-STATEMENT.
           IF RQT-STMT-COUNT(RQ-IDX) < 4
               ADD 1 TO RQT-STMT-COUNT(RQ-IDX)
               MOVE RQT-STMT-COUNT(RQ-IDX) TO STMT-SUB
           ELSE
               MOVE 1 TO STMT-SUB
               PERFORM VARYING NEWEST-SUB FROM 2 BY 1
                   UNTIL NEWEST-SUB > 4
                   IF RQS-STMT-DATE(RQ-IDX, NEWEST-SUB)
                       < RQS-STMT-DATE(RQ-IDX, STMT-SUB)
                       MOVE NEWEST-SUB TO STMT-SUB
                   END-IF
               END-PERFORM
               IF RQS-STMT-DATE(RQ-IDX, STMT-SUB) NOT < DUE-STMT-DATE
                   MOVE ZERO TO STMT-SUB
               END-IF
           END-IF.
           IF STMT-SUB > ZERO
               MOVE DUE-STMT-DATE    TO RQS-STMT-DATE(RQ-IDX, STMT-SUB)
               MOVE DUE-DATE         TO RQS-DUE-DATE(RQ-IDX, STMT-SUB)
               MOVE DUE-STMT-BALANCE TO RQS-BALANCE(RQ-IDX, STMT-SUB)
           END-IF.
      *
      *    CARRY-PRIOR-QUOTES -- every earlier quote goes forward to
      *    the new generation ahead of tonight's; QUOTE-OUT is then
      *    left open for them.
       CARRY-PRIOR-QUOTES.
           OPEN INPUT  QUOTE-IN.
           OPEN OUTPUT QUOTE-OUT.
           PERFORM READ-QUOTE
           PERFORM UNTIL NO-MORE-QUOTES
               WRITE PQT-FIELDS FROM QUOTE-IN-REC
               ADD 1 TO QUOTES-CARRIED
               PERFORM READ-QUOTE
           END-PERFORM.
           CLOSE QUOTE-IN.
      *
       READ-QUOTE.
           READ QUOTE-IN
               AT END SET NO-MORE-QUOTES TO TRUE
           END-READ.
      *
      *    QUOTE-ONE-REQUEST -- request RQ-IDX, for the account just
      *    read, refused or priced per the prologue.
       QUOTE-ONE-REQUEST.
           MOVE 'Y'               TO RQT-DONE(RQ-IDX).
           MOVE RQT-IMAGE(RQ-IDX) TO REQUEST-FIELDS.
           MOVE ZERO TO QUOTE-PAYOFF.
           MOVE ZERO TO QUOTE-PER-DIEM.
           PERFORM CHECK-GOOD-THRU.
           EVALUATE TRUE
               WHEN ACCOUNT-CLOSED
                   ADD 1 TO NOT-QUOTABLE
                   MOVE 'ACCOUNT CLOSED' TO QUOTE-NOTE-WK
               WHEN ACCOUNT-CHARGEDOFF OR ACCOUNT-TRANSFERRED
                   ADD 1 TO NOT-QUOTABLE
                   MOVE 'CHARGED OFF OR SOLD' TO QUOTE-NOTE-WK
               WHEN NOT GOOD-THRU-VALID
                   ADD 1 TO BAD-DATES
                   MOVE 'GOOD-THRU DATE NOT ALLOWED'
                       TO QUOTE-NOTE-WK
               WHEN OTHER
                   PERFORM PRICE-THE-QUOTE
                   IF QUOTE-PAYOFF NOT > ZERO
                       ADD 1 TO NOTHING-OWED
                       MOVE 'NOTHING OWED - NO QUOTE'
                           TO QUOTE-NOTE-WK
                   ELSE
                       PERFORM RECORD-THE-QUOTE
                   END-IF
           END-EVALUATE.
           PERFORM LIST-THE-REQUEST.
      *
      *    CHECK-GOOD-THRU -- a real calendar date, no earlier than
      *    today and no more than QUOTE-MAX-DAYS out.  The days of
      *    its month, which the per-diem is taken over, come from
      *    the first of the month and the first of the next.
       CHECK-GOOD-THRU.
           MOVE 'N' TO DATE-VALID-FLAG.
           IF PQR-GOOD-THRU NUMERIC
               AND PQR-GOOD-THRU-MO NOT < 1
               AND PQR-GOOD-THRU-MO NOT > 12
               AND PQR-GOOD-THRU-DAY NOT < 1
               AND PQR-GOOD-THRU-YR NOT < 1601
               MOVE PQR-GOOD-THRU TO GOOD-THRU-WK
               MOVE GOOD-THRU-WK  TO MONTH-START-WK
               MOVE 1             TO MONTH-START-DAY
               MOVE MONTH-START-WK TO NEXT-MONTH-WK
               IF NEXT-MONTH-MO = 12
                   MOVE 1 TO NEXT-MONTH-MO
                   ADD 1 TO NEXT-MONTH-YR
               ELSE
                   ADD 1 TO NEXT-MONTH-MO
               END-IF
               COMPUTE MONTH-DAYS =
                   FUNCTION INTEGER-OF-DATE(NEXT-MONTH-WK)
                 - FUNCTION INTEGER-OF-DATE(MONTH-START-WK)
               IF PQR-GOOD-THRU-DAY NOT > MONTH-DAYS
                   COMPUTE GOOD-THRU-INT =
                       FUNCTION INTEGER-OF-DATE(GOOD-THRU-WK)
                   IF GOOD-THRU-INT NOT < TODAY-INT
                       AND GOOD-THRU-INT - TODAY-INT
                           NOT > QUOTE-MAX-DAYS
                       SET GOOD-THRU-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      *    PRICE-THE-QUOTE -- balance, interest to the good-through
      *    date, pending fees and open holds, per the prologue.
       PRICE-THE-QUOTE.
           PERFORM FIND-LAST-ACCRUAL.
           COMPUTE INTEREST-DAYS =
               GOOD-THRU-INT - INTEREST-FROM-INT + 1.
           IF INTEREST-DAYS > ZERO
               MOVE INTEREST-FROM-WK  TO PERIOD-START
               MOVE INTEREST-FROM-INT TO PERIOD-START-INT
               MOVE INTEREST-DAYS     TO PERIOD-DAYS
           ELSE
               MOVE ZERO              TO INTEREST-DAYS
               MOVE GOOD-THRU-WK      TO PERIOD-START
               MOVE GOOD-THRU-INT     TO PERIOD-START-INT
               MOVE 1                 TO PERIOD-DAYS
           END-IF.
           MOVE GOOD-THRU-WK  TO PERIOD-END.
           MOVE GOOD-THRU-INT TO PERIOD-END-INT.
           PERFORM PICK-ACCRUAL-RATE.
           PERFORM GET-LEGAL-STATUS.
           MOVE ZERO TO QUOTE-INTEREST.
           MOVE ZERO TO QUOTE-RATE.
           MOVE SPACES TO QUOTE-NOTE-WK.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-ACTIVE
                   MOVE 'QUOTED - NO INTEREST, SUSPENDED'
                       TO QUOTE-NOTE-WK
               WHEN CHARGES-BARRED
                   MOVE 'QUOTED - NO INTEREST, LEGAL'
                       TO QUOTE-NOTE-WK
               WHEN ACCT-BALANCE > ZERO
                   PERFORM JUDGE-QUOTE-GRACE
                   COMPUTE QUOTE-RATE ROUNDED =
                       ACCRUAL-RATE-WK * CHARGED-SHARE
                   COMPUTE QUOTE-PER-DIEM ROUNDED =
                       ACCT-BALANCE * ACCRUAL-RATE-WK * CHARGED-SHARE
                       / MONTH-DAYS
                   COMPUTE QUOTE-INTEREST ROUNDED =
                       ACCT-BALANCE * ACCRUAL-RATE-WK * CHARGED-SHARE
                       * INTEREST-DAYS / MONTH-DAYS
                   IF ACCOUNT-IN-GRACE
                       ADD 1 TO QUOTES-IN-GRACE
                       IF QUOTE-INTEREST = ZERO
                           MOVE 'QUOTED - NO INTEREST, GRACE'
                               TO QUOTE-NOTE-WK
                       ELSE
                           MOVE 'QUOTED - GRACE ON PURCHASES'
                               TO QUOTE-NOTE-WK
                       END-IF
                   END-IF
           END-EVALUATE.
           COMPUTE QUOTE-PAYOFF = ACCT-BALANCE + QUOTE-INTEREST
               + RQT-FEES(RQ-IDX) + RQT-HOLDS(RQ-IDX).
      *
      *    FIND-LAST-ACCRUAL -- the latest INTR history posted to
      *    the account since the first of last month; interest is
      *    owed from the day after it, or from today when there is
      *    none.
       FIND-LAST-ACCRUAL.
           MOVE ZERO              TO LAST-ACCRUAL-DATE.
           MOVE 'N'               TO HIST-EOF-FLAG.
           MOVE ACCT-NO           TO HIX-ACCT-NO.
           MOVE HIST-BROWSE-START TO HIX-POST-DATE.
           MOVE ZERO              TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           PERFORM UNTIL NO-MORE-HIST
               READ HIST-INDEX NEXT RECORD
                   AT END SET NO-MORE-HIST TO TRUE
               END-READ
               IF NOT NO-MORE-HIST
                   IF HIX-ACCT-NO NOT = ACCT-NO
                       SET NO-MORE-HIST TO TRUE
                   ELSE
                       MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
                       IF SHST-TRAN-CODE = 'INTR'
                           AND SHST-POST-DATE > LAST-ACCRUAL-DATE
                           MOVE SHST-POST-DATE TO LAST-ACCRUAL-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LAST-ACCRUAL-DATE > ZERO
               COMPUTE INTEREST-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(LAST-ACCRUAL-DATE) + 1
           ELSE
               MOVE TODAY-INT TO INTEREST-FROM-INT
           END-IF.
           COMPUTE INTEREST-FROM-WK =
               FUNCTION DATE-OF-INTEGER(INTEREST-FROM-INT).
      *
      *    JUDGE-QUOTE-GRACE -- the account is in grace unless one
      *    of the last two statements cut before the first day the
      *    quote charges was left short, INTACCR's judgement; in
      *    grace CHARGED-SHARE is the share of the interest that is
      *    not purchase interest, and otherwise the whole of it.
       JUDGE-QUOTE-GRACE.
           MOVE 1 TO CHARGED-SHARE.
           PERFORM GATHER-GRACE-STATEMENTS.
           IF STMT-COUNT > ZERO
               PERFORM SUM-GRACE-PAYMENTS
           END-IF.
           MOVE 'Y' TO GRACE-FLAG.
           PERFORM VARYING GS-IDX FROM 1 BY 1
               UNTIL GS-IDX > STMT-COUNT
               IF GST-BALANCE(GS-IDX) > ZERO
                   AND GST-PAID(GS-IDX) < GST-BALANCE(GS-IDX)
                   MOVE 'N' TO GRACE-FLAG
               END-IF
           END-PERFORM.
           IF ACCOUNT-IN-GRACE
               MOVE ZERO TO CHARGED-SHARE
               IF SEG-WEIGHTED-SUM > ZERO
                   COMPUTE CHARGED-SHARE ROUNDED =
                       (SEG-WEIGHTED-SUM - PURCH-WEIGHTED-SUM)
                       / SEG-WEIGHTED-SUM
               END-IF
           END-IF.
      *
      *    GATHER-GRACE-STATEMENTS -- of the statements kept with
      *    the request, the two latest cut before PERIOD-START, the
      *    older first.
       GATHER-GRACE-STATEMENTS.
           MOVE ZERO TO STMT-COUNT.
           MOVE ZERO TO NEWEST-SUB.
           MOVE ZERO TO SECOND-SUB.
           PERFORM VARYING STMT-SUB FROM 1 BY 1
               UNTIL STMT-SUB > RQT-STMT-COUNT(RQ-IDX)
               IF RQS-STMT-DATE(RQ-IDX, STMT-SUB) < PERIOD-START
                   IF NEWEST-SUB = ZERO
                       MOVE STMT-SUB TO NEWEST-SUB
                   ELSE
                       IF RQS-STMT-DATE(RQ-IDX, STMT-SUB)
                           > RQS-STMT-DATE(RQ-IDX, NEWEST-SUB)
                           MOVE NEWEST-SUB TO SECOND-SUB
                           MOVE STMT-SUB   TO NEWEST-SUB
                       ELSE
                           IF SECOND-SUB = ZERO
                               OR RQS-STMT-DATE(RQ-IDX, STMT-SUB)
                                  > RQS-STMT-DATE(RQ-IDX, SECOND-SUB)
                               MOVE STMT-SUB TO SECOND-SUB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF SECOND-SUB > ZERO
               ADD 1 TO STMT-COUNT
               MOVE SECOND-SUB TO STMT-SUB
               PERFORM FILL-GRACE-STATEMENT
           END-IF.
           IF NEWEST-SUB > ZERO
               ADD 1 TO STMT-COUNT
               MOVE NEWEST-SUB TO STMT-SUB
               PERFORM FILL-GRACE-STATEMENT
           END-IF.
      *
       FILL-GRACE-STATEMENT.
           MOVE RQS-STMT-DATE(RQ-IDX, STMT-SUB)
               TO GST-STMT-DATE(STMT-COUNT).
           MOVE RQS-DUE-DATE(RQ-IDX, STMT-SUB)
               TO GST-DUE-DATE(STMT-COUNT).
           MOVE RQS-BALANCE(RQ-IDX, STMT-SUB)
               TO GST-BALANCE(STMT-COUNT).
           MOVE ZERO TO GST-PAID(STMT-COUNT).
      *
      *    SUM-GRACE-PAYMENTS -- the account's history on HISTIDX
      *    from the older statement's date through the good-through
      *    date, each record offered to COUNT-GRACE-PAYMENT.
       SUM-GRACE-PAYMENTS.
           MOVE 'N'              TO HIST-EOF-FLAG.
           MOVE ACCT-NO          TO HIX-ACCT-NO.
           MOVE GST-STMT-DATE(1) TO HIX-POST-DATE.
           MOVE ZERO             TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           PERFORM UNTIL NO-MORE-HIST
               READ HIST-INDEX NEXT RECORD
                   AT END SET NO-MORE-HIST TO TRUE
               END-READ
               IF NOT NO-MORE-HIST
                   IF HIX-ACCT-NO NOT = ACCT-NO
                       OR HIX-POST-DATE > PERIOD-END
                       SET NO-MORE-HIST TO TRUE
                   ELSE
                       MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
                       PERFORM COUNT-GRACE-PAYMENT
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    COUNT-GRACE-PAYMENT -- INTACCR's: a payment (a type 'D'
      *    under a payment-category code, or uncoded) counts toward
      *    each statement whose window it falls in, after the
      *    statement date and by the due date; a credit under a
      *    code that reverses a payment (a reversal, NSF return or
      *    transfer out) comes off each statement it posted after.
       COUNT-GRACE-PAYMENT.
           PERFORM CLASSIFY-PAY-CODE.
           IF HIST-IS-PAYMENT
               PERFORM VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > STMT-COUNT
                   IF SHST-POST-DATE > GST-STMT-DATE(GS-IDX)
                       AND SHST-POST-DATE <= GST-DUE-DATE(GS-IDX)
                       ADD SHST-AMOUNT TO GST-PAID(GS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF HIST-IS-PAY-REVERSAL
               PERFORM VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > STMT-COUNT
                   IF SHST-POST-DATE > GST-STMT-DATE(GS-IDX)
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
      *    RECORD-THE-QUOTE -- the quote onto PQTFILE in open
      *    status, and the letter unless the address is bad.
       RECORD-THE-QUOTE.
           ADD 1 TO QUOTES-GIVEN.
           ADD QUOTE-PAYOFF TO TOTAL-QUOTED.
           MOVE SPACES            TO PQT-FIELDS.
           MOVE ACCT-NO           TO PQT-ACCT-NO.
           MOVE CURRENT-DATE-NUM  TO PQT-QUOTE-DATE.
           MOVE GOOD-THRU-WK      TO PQT-GOOD-THRU.
           MOVE QUOTE-PAYOFF      TO PQT-PAYOFF-AMOUNT.
           MOVE ACCT-BALANCE      TO PQT-BALANCE.
           MOVE QUOTE-INTEREST    TO PQT-INTEREST.
           MOVE QUOTE-PER-DIEM    TO PQT-PER-DIEM.
           MOVE RQT-FEES(RQ-IDX)  TO PQT-FEES.
           MOVE RQT-HOLDS(RQ-IDX) TO PQT-HOLDS.
           MOVE QUOTE-RATE        TO PQT-RATE.
           MOVE INTEREST-FROM-WK  TO PQT-INTEREST-FROM.
           MOVE PQR-REQUESTER     TO PQT-REQUESTER.
           SET PQT-OPEN TO TRUE.
           MOVE CURRENT-DATE-NUM  TO PQT-STATUS-DATE.
           WRITE PQT-FIELDS.
           IF ADDRESS-BAD
               ADD 1 TO BAD-ADDRESSES
               MOVE 'QUOTED - NO LETTER, BAD ADDR'
                   TO QUOTE-NOTE-WK
           ELSE
               PERFORM WRITE-LETTER
               IF QUOTE-NOTE-WK = SPACES
                   MOVE 'QUOTED - LETTER SENT' TO QUOTE-NOTE-WK
               END-IF
           END-IF.
      *
       WRITE-LETTER.
           ADD 1 TO LETTERS-SENT.
           MOVE SPACES            TO LETTER-FIELDS.
           MOVE ACCT-NO           TO PQX-ACCT-NO.
           MOVE LAST-NAME         TO PQX-LAST-NAME.
           MOVE FIRST-NAME        TO PQX-FIRST-NAME.
           MOVE STREET-ADDR       TO PQX-ADDR-LINE.
           MOVE CITY-COUNTY       TO PQX-CITY.
           MOVE USA-STATE         TO PQX-STATE.
           MOVE ZIP-CODE          TO PQX-ZIP.
           MOVE PQT-QUOTE-DATE    TO PQX-QUOTE-DATE.
           MOVE PQT-GOOD-THRU     TO PQX-GOOD-THRU.
           MOVE PQT-PAYOFF-AMOUNT TO PQX-PAYOFF-AMOUNT.
           MOVE PQT-PER-DIEM      TO PQX-PER-DIEM.
           MOVE PQT-BALANCE       TO PQX-BALANCE.
           MOVE PQT-INTEREST      TO PQX-INTEREST.
           MOVE PQT-FEES          TO PQX-FEES.
           MOVE PQT-HOLDS         TO PQX-HOLDS.
           MOVE PQT-INTEREST-FROM TO PQX-INTEREST-FROM.
           MOVE PQR-REQUESTER     TO PQX-REQUESTER.
           MOVE PQR-REFERENCE     TO PQX-REFERENCE.
           WRITE LETTER-FIELDS.
      *
      *    LIST-UNMATCHED-REQUESTS -- what the master pass never
      *    met names an account not on file.
       LIST-UNMATCHED-REQUESTS.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > REQUEST-COUNT
               IF NOT RQT-PRICED(RQ-IDX)
                   MOVE 'Y'               TO RQT-DONE(RQ-IDX)
                   MOVE RQT-IMAGE(RQ-IDX) TO REQUEST-FIELDS
                   MOVE ZERO TO QUOTE-PAYOFF
                   MOVE ZERO TO QUOTE-PER-DIEM
                   ADD 1 TO NOT-ON-FILE
                   MOVE 'NOT ON FILE' TO QUOTE-NOTE-WK
                   PERFORM LIST-THE-REQUEST
               END-IF
           END-PERFORM.
      *
       LIST-THE-REQUEST.
           MOVE SPACES            TO PRINT-REC.
           MOVE PQR-ACCT-NO       TO PQR-ACCT-NO-O.
           MOVE PQR-GOOD-THRU     TO PQR-GOOD-THRU-O.
           MOVE QUOTE-PAYOFF      TO PQR-PAYOFF-O.
           MOVE QUOTE-PER-DIEM    TO PQR-PER-DIEM-O.
           MOVE QUOTE-NOTE-WK     TO PQR-RESULT-O.
           WRITE PRINT-REC.
      *
      *    PICK-ACCRUAL-RATE -- INTACCR's choice of rate: the
      *    product's catalog rate when the account has one and the
      *    catalog states one; the account's own INT-RATE
      *    otherwise, and always for a variable-rate account.
      *    Either is blended with the segments' own rates, and the
      *    blend is held to the SCRA cap for the days an
      *    eligibility period covers.
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
                       IF PCT-CODE(PC-IDX) = PXT-PRODUCT(PX-IDX)
                           AND PCT-RATE(PC-IDX) > ZERO
                           MOVE PCT-RATE(PC-IDX)
                               TO ACCRUAL-RATE-WK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE ACCRUAL-RATE-WK TO SEG-BASE-RATE.
           PERFORM BLEND-SEGMENT-RATES.
           PERFORM APPLY-SCRA-CAP.
      *
      *    BLEND-SEGMENT-RATES -- each segment owing money weighted
      *    by its balance at its own rate: SEG-RATE where the
      *    segment has one, the base rate otherwise, and for the
      *    promotional segment its rate for the quote's days
      *    through SEG-PROMO-EXPIRY and the base rate after.  The
      *    purchase and promotional segments' part of the weighted
      *    sum is kept apart for JUDGE-QUOTE-GRACE.
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
      *    APPLY-SCRA-CAP -- the quote's days an eligibility period
      *    covers (never more than the days themselves) at the cap,
      *    the rest at the rate picked.
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
           END-IF.
      *
      *    LOAD-PRODUCT-PRICING -- catalog, assignments and the
      *    variable-rate accounts into storage, the INTACCR way.
       LOAD-PRODUCT-PRICING.
           OPEN INPUT PROD-CAT.
           PERFORM READ-PCAT
           PERFORM UNTIL NO-MORE-PCAT
               IF PRD-PRODUCT-CODE NOT = SPACES
                   AND PRD-DEFAULT-RATE NUMERIC
                   AND PCAT-COUNT < PCAT-MAX
                   ADD 1 TO PCAT-COUNT
                   MOVE PRD-PRODUCT-CODE TO PCT-CODE(PCAT-COUNT)
                   MOVE PRD-DEFAULT-RATE TO PCT-RATE(PCAT-COUNT)
               END-IF
               PERFORM READ-PCAT
           END-PERFORM.
           CLOSE PROD-CAT.
           OPEN INPUT PROD-XREF.
           PERFORM READ-PXRF
           PERFORM UNTIL NO-MORE-PXRF
               IF PXRF-COUNT < PXRF-MAX
                   ADD 1 TO PXRF-COUNT
                   MOVE PXR-ACCT-NO      TO PXT-ACCT-NO(PXRF-COUNT)
                   MOVE PXR-PRODUCT-CODE TO PXT-PRODUCT(PXRF-COUNT)
               ELSE
                   DISPLAY 'PAYQUOTE: PRODUCT XREF TABLE FULL -- '
                           'EXCESS ACCOUNTS PRICE AS THEMSELVES'
                   SET NO-MORE-PXRF TO TRUE
               END-IF
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
                       DISPLAY 'PAYQUOTE: VARIABLE-RATE TABLE FULL -- '
                               'EXCESS ACCOUNTS TAKE CATALOG RATES'
                       SET NO-MORE-PRICES TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PRICING
           END-PERFORM.
           CLOSE PRICE-FILE.
      *
       READ-PCAT.
           READ PROD-CAT
               AT END SET NO-MORE-PCAT TO TRUE
           END-READ.
      *
       READ-PXRF.
           READ PROD-XREF
               AT END SET NO-MORE-PXRF TO TRUE
           END-READ.
      *
       READ-PRICING.
           READ PRICE-FILE
               AT END SET NO-MORE-PRICES TO TRUE
           END-READ.
      *
      *    LOAD-SCRA-PERIODS -- the eligibility periods reaching
      *    past the first of last month, the earliest day a quote
      *    can charge interest from.  The anniversary of a 29
      *    February release falls on 28 February.
       LOAD-SCRA-PERIODS.
           COMPUTE PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(HIST-BROWSE-START).
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
                   IF SCRA-END-INT >= PERIOD-START-INT
                       IF SCRA-COUNT < SCRA-MAX
                           ADD 1 TO SCRA-COUNT
                           MOVE SMR-ACCT-NO
                               TO SMT-ACCT-NO(SCRA-COUNT)
                           MOVE SCRA-START-INT
                               TO SMT-START-INT(SCRA-COUNT)
                           MOVE SCRA-END-INT
                               TO SMT-END-INT(SCRA-COUNT)
                       ELSE
                           DISPLAY 'PAYQUOTE: SCRA TABLE FULL -- '
                                   'EXCESS PERIODS NOT CAPPED'
                           SET NO-MORE-SCRA TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-SCRA
           END-PERFORM.
           CLOSE SCRA-FILE.
      *
       READ-SCRA.
           READ SCRA-FILE
               AT END SET NO-MORE-SCRA TO TRUE
           END-READ.
      *
      *    LOAD-LEGAL-FLAGS -- the deceased and bankruptcy flags in
      *    force today: effective on or before today and not lifted
      *    by today.
       LOAD-LEGAL-FLAGS.
           OPEN INPUT LEGAL-FILE.
           PERFORM READ-LEGAL
           PERFORM UNTIL NO-MORE-LEGAL
               IF LGL-BARS-CHARGES
                   AND LGL-EFF-DATE NOT > CURRENT-DATE-NUM
                   AND (LGL-LIFTED-DATE = ZERO
                        OR LGL-LIFTED-DATE > CURRENT-DATE-NUM)
                   IF LEGAL-COUNT < LEGAL-MAX
                       ADD 1 TO LEGAL-COUNT
                       MOVE LGL-ACCT-NO TO LGT-ACCT-NO(LEGAL-COUNT)
                   ELSE
                       DISPLAY 'PAYQUOTE: LEGAL TABLE FULL -- '
                               'EXCESS FLAGS NOT HONORED'
                       SET NO-MORE-LEGAL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-LEGAL
           END-PERFORM.
           CLOSE LEGAL-FILE.
      *
       READ-LEGAL.
           READ LEGAL-FILE
               AT END SET NO-MORE-LEGAL TO TRUE
           END-READ.
      *
       GET-LEGAL-STATUS.
           MOVE 'N' TO CHARGE-BAR-FLAG.
           PERFORM VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > LEGAL-COUNT OR CHARGES-BARRED
               IF LGT-ACCT-NO(LG-IDX) = ACCT-NO
                   SET CHARGES-BARRED TO TRUE
               END-IF
           END-PERFORM.
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
      *
      *    GET-ACCOUNT-SEGMENTS -- the current master's segment
      *    record into SEGMENT-FIELDS, the POSTACCT way; an account
      *    without one is priced as its whole balance in purchases.
       GET-ACCOUNT-SEGMENTS.
           PERFORM UNTIL NO-MORE-SEGS OR SEGI-ACCT-NO NOT < ACCT-NO
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
           END-IF.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG for JOBSTATS.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'PAYQUOTE'        TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE REQUESTS-READ     TO LOG-RECS-IN.
           MOVE QUOTES-GIVEN      TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE TOTAL-QUOTED      TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
