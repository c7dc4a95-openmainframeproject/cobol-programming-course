      *    nights carries a twentieth of the book.  Cycle '00'
      *    assesses the whole book in one run, the single-night
      *    behavior this program had before cycles existed.
      *
      *    Both fees are charged once per statement period.  An
      *    account CYCCHG has moved to a new cycle at its
      *    customer's request closes that cycle the first time on a
      *    one-time transition period -- from the transition start
      *    CYCFLDS records through tonight's period end, when that
      *    start falls inside the PARMCARD period -- and each fee
      *    it is assessed then is prorated by the transition days
      *    over the period's, the same share INTACCR accrues on, so
      *    the switch never charges the customer a second full fee
      *    for a short month.  A card without period dates leaves
      *    nothing to prorate by, and the fees are charged whole.
      *
      *    A charge under an open billing-error dispute (BDCASE,
      *    per BDSFLDS) is not the customer's to be charged a fee
      *    on: until the case's provisional credit has posted, its
      *    amount is held out of the balance the overlimit test
      *    sees.  Once the credit posts the balance itself no
      *    longer carries it.
      *
      *    An account under a deceased or bankruptcy flag in force
      *    today (LGLFILE, per LGLFLDS) is charged no fee at all:
      *    each fee it would have been assessed goes to the
      *    suppression log (LGLSUPP) with its amount instead of to
      *    TRANOUT.  A cease-and-desist flag stops contact, not
      *    pricing, and fees still apply.
      *
      *    A product fee increase needs written notice 45 days
      *    before it is charged.  CITNOTE notices it, measured from
      *    PRODBASE -- the catalog as it stood at the last clean
      *    notice run -- and records each notice on CITNOTES
      *    (CITFLDS).  So a product account is charged no more than
      *    PRODBASE's fee (a change not yet noticed at all), nor
      *    more than the old fee on a fee notice whose effective
      *    date has not arrived (a change still inside its notice
      *    period); a decrease applies at once.  A notice table too
      *    small for CITNOTES would charge some raises early, so it
      *    is reported and the run ends RC 8.
      *
      *    Regulation allows the overlimit fee only on an account
      *    whose customer opted in to overlimit transactions.
      *    Interest and fees alone carry accounts over the limit
      *    with no purchase behind it, so the balance test is not
      *    enough: the fee is assessed only when OPTFILE (OPTFLDS,
      *    maintained by OPTMNT) holds a consent in force on the
      *    cycle date -- the PARMCARD period end, or today when the
      *    card carries no period.  Every fee passed over for want
      *    of consent is listed on OLSKIP with the account's
      *    balance and limit and why -- never opted in, consent
      *    revoked, or opted in only after the cycle date -- and
      *    counted on FEEREG.  The fee stays at one per account per
      *    cycle: the cycle is assessed once, and an account that
      *    appears twice on ACCTREC is charged on its first record
      *    only.  A consent table too small for OPTFILE only
      *    passes over fees, never charges one, so it is reported
      *    and the run goes on.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT PROD-CAT    ASSIGN TO PRODCAT.
           SELECT PROD-XREF   ASSIGN TO PRODXREF.
           SELECT CASE-FILE   ASSIGN TO BDCASE.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT SUPP-FILE   ASSIGN TO LGLSUPP.
           SELECT PROD-BASE   ASSIGN TO PRODBASE.
           SELECT NOTICE-FILE ASSIGN TO CITNOTES.
           SELECT CONSENT-FILE ASSIGN TO OPTFILE.
           SELECT SKIP-LINE   ASSIGN TO OLSKIP.
      *-------------
       DATA DIVISION.
      *-------------
      *
      *    PARM-CARD -- one 80-byte control record: the statement
      *    cycle closing tonight in bytes 1-2, '00' for the whole
      *    book, and the period start and end dates INTACCR reads.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-BILL-CYCLE    PIC X(2).
           05  PARM-PERIOD-START  PIC 9(8).
           05  PARM-PERIOD-END    PIC 9(8).
           05  FILLER             PIC X(62).
      *
      *    PROD-CAT/PROD-XREF -- the product catalog (PRDFLDS) and
      *    the account assignments (PXRFLDS); product fees per the
       FD  PROD-XREF RECORDING MODE F.
       01  XREF-FIELDS.
           COPY PXRFLDS.
      *
      *    PROD-BASE/NOTICE-FILE -- the catalog as last noticed
      *    (PRDFLDS) and the change-in-terms notices (CITFLDS); fee
      *    increases wait on their notice, per the prologue.
       FD  PROD-BASE RECORDING MODE F.
       01  BASE-FIELDS.
           COPY PRDFLDS REPLACING LEADING ==PRD-== BY ==PRB-==.
      *
       FD  NOTICE-FILE RECORDING MODE F.
       01  NOTICE-FIELDS.
           COPY CITFLDS.
      *
      *    CASE-FILE -- the billing-dispute cases (BDSFLDS); open
      *    cases whose credit has not posted are held out.
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
      *    CONSENT-FILE -- the overlimit opt-in consents (OPTFLDS);
      *    SKIP-LINE lists each overlimit fee passed over for want
      *    of one.
       FD  CONSENT-FILE RECORDING MODE F.
       01  CONSENT-FIELDS.
           COPY OPTFLDS.
      *
       FD  SKIP-LINE RECORDING MODE F.
       01  SKIP-REC.
           05  SKP-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SKP-BALANCE-O      PIC $$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SKP-LIMIT-O        PIC $$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SKP-FEE-O          PIC $$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SKP-REASON-O       PIC X(22).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SKP-DATE-O         PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
               88  PLAN-TABLE-FULL    VALUE 'Y'.
           05  ON-PLAN-FLAG       PIC X VALUE 'N'.
               88  ACCOUNT-ON-PLAN    VALUE 'Y'.
           05  CASE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CASES      VALUE 'Y'.
           05  HELD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  HELD-TABLE-FULL    VALUE 'Y'.
      *
      *    FEE-CONTROL -- the two fee amounts loaded from FEESCHED;
      *    a fee not on the schedule this run is simply not
           05  SCHED-UNKNOWN      PIC S9(5) COMP-3 VALUE ZERO.
           05  OL-PLAN-SPARED     PIC S9(7) COMP-3 VALUE ZERO.
           05  RECS-OFF-CYCLE     PIC S9(7) COMP-3 VALUE ZERO.
           05  OL-DISPUTE-SPARED  PIC S9(7) COMP-3 VALUE ZERO.
           05  FEES-HELD-NOTICE   PIC S9(7) COMP-3 VALUE ZERO.
           05  FEES-PRORATED      PIC S9(7) COMP-3 VALUE ZERO.
           05  OL-NO-CONSENT      PIC S9(7) COMP-3 VALUE ZERO.
           05  OL-NO-CONSENT-TOTAL PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  OL-REPEAT-SPARED   PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    HELD-TABLE -- the disputed amounts still to be held out,
      *    one entry per open case whose credit has not posted.
       01  HELD-CTL.
           05  HELD-COUNT         PIC S9(4) COMP VALUE 0.
           05  HELD-MAX           PIC S9(4) COMP VALUE 1000.
       01  HELD-TABLE.
           05  HELD-ENTRY OCCURS 1000 TIMES INDEXED BY HD-IDX.
               10  HDT-ACCT-NO    PIC X(8).
               10  HDT-AMOUNT     PIC S9(7)V99 COMP-3.
       01  DISPUTE-HELD           PIC S9(9)V99 COMP-3 VALUE ZERO.
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
      *    CONSENT-TABLE -- every overlimit consent on OPTFILE,
      *    revoked ones too, loaded once; whether one is in force
      *    is judged against CYCLE-DATE.
       01  CONSENT-LOOKUP-FLAGS.
           05  CONSENT-EOF-FLAG   PIC X VALUE 'N'.
               88  NO-MORE-CONSENTS   VALUE 'Y'.
           05  CONSENT-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CONSENT-TABLE-FULL VALUE 'Y'.
           05  OPTED-IN-FLAG      PIC X VALUE 'N'.
               88  ACCOUNT-OPTED-IN   VALUE 'Y'.
       01  CONSENT-CTL.
           05  CONSENT-COUNT      PIC S9(4) COMP VALUE 0.
           05  CONSENT-MAX        PIC S9(4) COMP VALUE 5000.
       01  CONSENT-TABLE.
           05  CONSENT-ENTRY OCCURS 5000 TIMES INDEXED BY CN-IDX.
               10  CNT-ACCT-NO    PIC X(8).
               10  CNT-CONSENT-DATE PIC 9(8).
               10  CNT-REVOKED-DATE PIC 9(8).
       01  CYCLE-DATE             PIC 9(8) VALUE ZERO.
       01  CONSENT-REASON-WK      PIC X(22) VALUE SPACES.
       01  CONSENT-DATE-WK        PIC X(8) VALUE SPACES.
       01  OL-LAST-ACCT-WK        PIC X(8) VALUE SPACES.
      *
      *    PLAN-TABLE -- the accounts on a compliant hardship plan,
      *    loaded once at open time; the same bounded-table-with-a-
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
      *    TRANSITION-WORK -- tonight's period off the PARMCARD and
      *    the share of it an account on its transition period is
      *    charged for.
       01  TRANSITION-WORK.
           05  PERIOD-START       PIC 9(8) VALUE ZERO.
           05  PERIOD-END         PIC 9(8) VALUE ZERO.
           05  PERIOD-DAYS        PIC S9(5) COMP-3 VALUE ZERO.
           05  TRANSITION-DAYS    PIC S9(5) COMP-3 VALUE ZERO.
           05  PERIOD-SHARE       PIC S9V9(6) COMP-3 VALUE 1.
      *
      *    PRODUCT-FEE-WORK -- catalog fees and assignments, loaded
      *    once; the EFFECTIVE- fields are whichever terms this
               10  PCT-CODE       PIC X(4).
               10  PCT-OL-FEE     PIC S9(5)V99 COMP-3.
               10  PCT-DM-FEE     PIC S9(5)V99 COMP-3.
      *    BPCAT-TABLE/FNOT-TABLE -- the last noticed catalog's
      *    fees, and the fee notices still inside their notice
      *    period; NOTICED- is the fee a notice allows.
       01  NOTICE-FEE-WORK.
           05  PBAS-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PBAS       VALUE 'Y'.
           05  CIT-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CIT        VALUE 'Y'.
           05  FNOT-CAPACITY-FLAG PIC X VALUE 'N'.
               88  FNOT-TABLE-FULL    VALUE 'Y'.
           05  FEE-HELD-FLAG      PIC X VALUE 'N'.
               88  FEE-HELD           VALUE 'Y'.
           05  ACCT-PRODUCT-WK    PIC X(4) VALUE SPACES.
           05  NOTICED-OL-AMT     PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  NOTICED-DM-AMT     PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  BPCAT-CTL.
           05  BPCAT-COUNT        PIC S9(4) COMP VALUE 0.
           05  BPCAT-MAX          PIC S9(4) COMP VALUE 50.
       01  BPCAT-TABLE.
           05  BPCAT-ENTRY OCCURS 50 TIMES INDEXED BY BP-IDX.
               10  BPT-CODE       PIC X(4).
               10  BPT-OL-FEE     PIC S9(5)V99 COMP-3.
               10  BPT-DM-FEE     PIC S9(5)V99 COMP-3.
       01  FNOT-CTL.
           05  FNOT-COUNT         PIC S9(4) COMP VALUE 0.
           05  FNOT-MAX           PIC S9(4) COMP VALUE 5000.
       01  FNOT-TABLE.
           05  FNOT-ENTRY OCCURS 5000 TIMES INDEXED BY FN-IDX.
               10  FNT-ACCT-NO    PIC X(8).
               10  FNT-PRODUCT    PIC X(4).
               10  FNT-OLD-OL     PIC S9(5)V99 COMP-3.
               10  FNT-OLD-DM     PIC S9(5)V99 COMP-3.
       01  PXRF-CTL.
           05  PXRF-COUNT         PIC S9(4) COMP VALUE 0.
           05  PXRF-MAX           PIC S9(4) COMP VALUE 5000.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
      *    DORMANT-CUTOFF-DATE -- the same full-date one-year cutoff
      *    DORMANT computes.
       01  HEADER-1.
           05  FILLER         PIC X(23) VALUE 'Fee Assessment Register'.
           05  FILLER         PIC X(57) VALUE SPACES.
      *
       01  SKIP-HEADER-1.
           05  FILLER         PIC X(41) VALUE
               'Overlimit Fees Not Assessed -- No Consent'.
           05  FILLER         PIC X(39) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE DORMANT-CUTOFF-YR = WS-CURRENT-YEAR - 1.
           MOVE WS-CURRENT-MONTH TO DORMANT-CUTOFF-MO.
           MOVE WS-CURRENT-DAY   TO DORMANT-CUTOFF-DAY.
           PERFORM LOAD-PLAN-TABLE.
           PERFORM LOAD-CYCLE-TABLE.
           PERFORM LOAD-PRODUCT-FEES.
           PERFORM LOAD-NOTICED-FEES.
           PERFORM LOAD-HELD-DISPUTES.
           PERFORM LOAD-LEGAL-FLAGS.
           PERFORM LOAD-CONSENTS.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND SUPP-FILE.
           OPEN OUTPUT SKIP-LINE.
           WRITE SKIP-REC FROM SKIP-HEADER-1.
      *
       ASSESS-FEES.
           PERFORM READ-RECORD
           DISPLAY 'FEEASSES: OVERLIMIT FEES   = ' OL-FEES-ASSESSED.
           DISPLAY 'FEEASSES: DORMANCY FEES    = ' DM-FEES-ASSESSED.
           DISPLAY 'FEEASSES: OL SPARED (PLAN) = ' OL-PLAN-SPARED.
           DISPLAY 'FEEASSES: OL SPARED (DISP) = ' OL-DISPUTE-SPARED.
           DISPLAY 'FEEASSES: OFF-CYCLE        = ' RECS-OFF-CYCLE.
           DISPLAY 'FEEASSES: LEGAL SUPPRESSED = ' ACTIONS-SUPPRESSED.
           DISPLAY 'FEEASSES: HELD TO NOTICE   = ' FEES-HELD-NOTICE.
           DISPLAY 'FEEASSES: TRANSITION SHARE = ' FEES-PRORATED.
           DISPLAY 'FEEASSES: OL NO CONSENT    = ' OL-NO-CONSENT.
           DISPLAY 'FEEASSES: OL REPEAT SPARED = ' OL-REPEAT-SPARED.
           CLOSE ACCT-REC.
           CLOSE TRAN-OUT.
           CLOSE PRINT-LINE.
           CLOSE SUPP-FILE.
           CLOSE SKIP-LINE.
           GOBACK.
      *
      *    LOAD-FEE-SCHEDULE -- reads FEESCHED; a non-numeric amount
           AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    ASSESS-ONE-ACCOUNT -- a fee due from an account under a
      *    deceased or bankruptcy flag is logged as withheld, not
      *    written.
       ASSESS-ONE-ACCOUNT.
           PERFORM PICK-PRODUCT-TERMS.
           PERFORM PRORATE-TRANSITION-FEES.
           PERFORM GET-DISPUTE-HELD.
           PERFORM GET-LEGAL-STATUS.
           IF EFFECTIVE-OL-ON = 'Y' AND ACCT-LIMIT < ACCT-BALANCE
               AND NOT ACCT-LIMIT < ACCT-BALANCE - DISPUTE-HELD
               ADD 1 TO OL-DISPUTE-SPARED
           END-IF.
           IF EFFECTIVE-OL-ON = 'Y'
               AND ACCT-LIMIT < ACCT-BALANCE - DISPUTE-HELD
               PERFORM CHECK-OVERLIMIT-CONSENT
               PERFORM CHECK-PLAN-STANDING
               IF NOT ACCOUNT-OPTED-IN
                   PERFORM WRITE-CONSENT-SKIP
               ELSE
               IF ACCT-NO = OL-LAST-ACCT-WK
                   ADD 1 TO OL-REPEAT-SPARED
               ELSE
               IF ACCOUNT-ON-PLAN
                   ADD 1 TO OL-PLAN-SPARED
               ELSE
               IF CHARGES-BARRED
                   MOVE 'OVERLIMIT FEE'  TO SUPPRESS-ACTION-WK
                   MOVE EFFECTIVE-OL-AMT TO SUPPRESS-AMOUNT-WK
                   PERFORM WRITE-SUPPRESSION
               ELSE
                   ADD 1 TO OL-FEES-ASSESSED
                   ADD EFFECTIVE-OL-AMT TO OL-FEES-TOTAL
                   MOVE ACCT-NO         TO OL-LAST-ACCT-WK
                   MOVE SPACES          TO TRAN-FIELDS
                   MOVE EFFECTIVE-OL-AMT TO TRAN-AMOUNT
                   MOVE 'OVERLIMIT FEE' TO TRAN-COMMENT
                   MOVE 'OLFE'          TO TRAN-CODE
                   PERFORM WRITE-FEE-TRAN
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM CHECK-DORMANT.
           IF EFFECTIVE-DM-ON = 'Y' AND ACCOUNT-IS-DORMANT
               AND CHARGES-BARRED
               MOVE 'DORMANCY FEE'   TO SUPPRESS-ACTION-WK
               MOVE EFFECTIVE-DM-AMT TO SUPPRESS-AMOUNT-WK
               PERFORM WRITE-SUPPRESSION
           END-IF.
           IF EFFECTIVE-DM-ON = 'Y' AND ACCOUNT-IS-DORMANT
               AND NOT CHARGES-BARRED
               ADD 1 TO DM-FEES-ASSESSED
               ADD EFFECTIVE-DM-AMT TO DM-FEES-TOTAL
               MOVE SPACES          TO TRAN-FIELDS
               MOVE EFFECTIVE-DM-AMT TO TRAN-AMOUNT
               MOVE 'DORMANCY FEE'  TO TRAN-COMMENT
               MOVE 'DMFE'          TO TRAN-CODE
               PERFORM WRITE-FEE-TRAN
           END-IF.
      *
           MOVE OL-FEE-ON     TO EFFECTIVE-OL-ON.
           MOVE DM-FEE-AMOUNT TO EFFECTIVE-DM-AMT.
           MOVE DM-FEE-ON     TO EFFECTIVE-DM-ON.
           MOVE SPACES        TO ACCT-PRODUCT-WK.
           PERFORM VARYING PX-IDX FROM 1 BY 1
               UNTIL PX-IDX > PXRF-COUNT
               IF PXT-ACCT-NO(PX-IDX) = ACCT-NO
                   MOVE PXT-PRODUCT(PX-IDX) TO ACCT-PRODUCT-WK
                   PERFORM VARYING PC-IDX FROM 1 BY 1
                       UNTIL PC-IDX > PCAT-COUNT
                       IF PCT-CODE(PC-IDX) = PXT-PRODUCT(PX-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF ACCT-PRODUCT-WK NOT = SPACES
               PERFORM HOLD-TO-NOTICED-FEES
           END-IF.
      *
      *    HOLD-TO-NOTICED-FEES -- no more than the last noticed
      *    catalog's fee, nor than the old fee of a notice still
      *    inside its notice period; each as the account pays it,
      *    the flat amount where the product states none.
       HOLD-TO-NOTICED-FEES.
           MOVE 'N' TO FEE-HELD-FLAG.
           PERFORM VARYING BP-IDX FROM 1 BY 1
               UNTIL BP-IDX > BPCAT-COUNT
               IF BPT-CODE(BP-IDX) = ACCT-PRODUCT-WK
                   MOVE OL-FEE-AMOUNT TO NOTICED-OL-AMT
                   IF BPT-OL-FEE(BP-IDX) > ZERO
                       MOVE BPT-OL-FEE(BP-IDX) TO NOTICED-OL-AMT
                   END-IF
                   MOVE DM-FEE-AMOUNT TO NOTICED-DM-AMT
                   IF BPT-DM-FEE(BP-IDX) > ZERO
                       MOVE BPT-DM-FEE(BP-IDX) TO NOTICED-DM-AMT
                   END-IF
                   PERFORM HOLD-FEES-AT-NOTICED
               END-IF
           END-PERFORM.
           PERFORM VARYING FN-IDX FROM 1 BY 1
               UNTIL FN-IDX > FNOT-COUNT
               IF FNT-ACCT-NO(FN-IDX) = ACCT-NO
                   AND FNT-PRODUCT(FN-IDX) = ACCT-PRODUCT-WK
                   MOVE FNT-OLD-OL(FN-IDX) TO NOTICED-OL-AMT
                   MOVE FNT-OLD-DM(FN-IDX) TO NOTICED-DM-AMT
                   PERFORM HOLD-FEES-AT-NOTICED
               END-IF
           END-PERFORM.
           IF FEE-HELD
               ADD 1 TO FEES-HELD-NOTICE
           END-IF.
      *
       HOLD-FEES-AT-NOTICED.
           IF NOTICED-OL-AMT < EFFECTIVE-OL-AMT
               MOVE NOTICED-OL-AMT TO EFFECTIVE-OL-AMT
               SET FEE-HELD TO TRUE
           END-IF.
           IF NOTICED-DM-AMT < EFFECTIVE-DM-AMT
               MOVE NOTICED-DM-AMT TO EFFECTIVE-DM-AMT
               SET FEE-HELD TO TRUE
           END-IF.
      *
      *    PRORATE-TRANSITION-FEES -- an account whose transition
      *    start falls inside tonight's period pays each fee for
      *    the days from that start to the period end only.
       PRORATE-TRANSITION-FEES.
           MOVE 1 TO PERIOD-SHARE.
           IF NOT WHOLE-BOOK-RUN
               AND PERIOD-DAYS > ZERO
               AND ACCT-TRANSITION-WK > PERIOD-START
               AND ACCT-TRANSITION-WK <= PERIOD-END
               COMPUTE TRANSITION-DAYS =
                   FUNCTION INTEGER-OF-DATE(PERIOD-END)
                   - FUNCTION INTEGER-OF-DATE(ACCT-TRANSITION-WK) + 1
               COMPUTE PERIOD-SHARE ROUNDED =
                   TRANSITION-DAYS / PERIOD-DAYS
               COMPUTE EFFECTIVE-OL-AMT ROUNDED =
                   EFFECTIVE-OL-AMT * PERIOD-SHARE
               COMPUTE EFFECTIVE-DM-AMT ROUNDED =
                   EFFECTIVE-DM-AMT * PERIOD-SHARE
               ADD 1 TO FEES-PRORATED
           END-IF.
      *
      *    LOAD-NOTICED-FEES -- the last noticed catalog, and the
      *    fee notices whose effective date is still to come.
       LOAD-NOTICED-FEES.
           OPEN INPUT PROD-BASE.
           PERFORM READ-PBAS
           PERFORM UNTIL NO-MORE-PBAS
               IF PRB-PRODUCT-CODE NOT = SPACES
                   AND PRB-OL-FEE NUMERIC
                   AND PRB-DM-FEE NUMERIC
                   AND BPCAT-COUNT < BPCAT-MAX
                   ADD 1 TO BPCAT-COUNT
                   MOVE PRB-PRODUCT-CODE TO BPT-CODE(BPCAT-COUNT)
                   MOVE PRB-OL-FEE       TO BPT-OL-FEE(BPCAT-COUNT)
                   MOVE PRB-DM-FEE       TO BPT-DM-FEE(BPCAT-COUNT)
               END-IF
               PERFORM READ-PBAS
           END-PERFORM.
           CLOSE PROD-BASE.
           OPEN INPUT NOTICE-FILE.
           PERFORM READ-CIT
           PERFORM UNTIL NO-MORE-CIT
               IF CIT-FEE-NOTICE
                   AND CIT-EFF-DATE > CURRENT-DATE-NUM
                   IF FNOT-COUNT < FNOT-MAX
                       ADD 1 TO FNOT-COUNT
                       MOVE CIT-ACCT-NO    TO FNT-ACCT-NO(FNOT-COUNT)
                       MOVE CIT-PRODUCT-CODE
                           TO FNT-PRODUCT(FNOT-COUNT)
                       MOVE CIT-OLD-OL-FEE TO FNT-OLD-OL(FNOT-COUNT)
                       MOVE CIT-OLD-DM-FEE TO FNT-OLD-DM(FNOT-COUNT)
                   ELSE
                       SET FNOT-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CIT
           END-PERFORM.
           CLOSE NOTICE-FILE.
           IF FNOT-TABLE-FULL
               DISPLAY 'FEEASSES: FEE NOTICE TABLE FILLED AT 5000 -- '
                       'EXCESS NOTICE PERIODS NOT HONORED'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       READ-PBAS.
           READ PROD-BASE
               AT END SET NO-MORE-PBAS TO TRUE
           END-READ.
      *
       READ-CIT.
           READ NOTICE-FILE
               AT END SET NO-MORE-CIT TO TRUE
           END-READ.
      *
      *    LOAD-PRODUCT-FEES -- catalog and assignments into
      *    storage; empty files simply leave every account on the
           READ PLAN-FILE
               AT END SET NO-MORE-PLANS TO TRUE
           END-READ.
      *
      *    LOAD-HELD-DISPUTES -- the open billing-error cases whose
      *    provisional credit BDSAGE has not yet seen posted.
       LOAD-HELD-DISPUTES.
           OPEN INPUT CASE-FILE.
           PERFORM READ-CASE
           PERFORM UNTIL NO-MORE-CASES
               IF BDS-OPEN AND BDS-CREDIT-POST-DATE = ZERO
                   IF HELD-COUNT < HELD-MAX
                       ADD 1 TO HELD-COUNT
                       MOVE BDS-ACCT-NO     TO HDT-ACCT-NO(HELD-COUNT)
                       MOVE BDS-ITEM-AMOUNT TO HDT-AMOUNT(HELD-COUNT)
                   ELSE
                       SET HELD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CASE
           END-PERFORM.
           CLOSE CASE-FILE.
           IF HELD-TABLE-FULL
               DISPLAY 'FEEASSES: DISPUTE TABLE FILLED AT 1000 -- '
                       'EXCESS CASES NOT HELD OUT'
           END-IF.
      *
       READ-CASE.
           READ CASE-FILE
               AT END SET NO-MORE-CASES TO TRUE
           END-READ.
      *
       GET-DISPUTE-HELD.
           MOVE ZERO TO DISPUTE-HELD.
           PERFORM VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > HELD-COUNT
               IF HDT-ACCT-NO(HD-IDX) = ACCT-NO
                   ADD HDT-AMOUNT(HD-IDX) TO DISPUTE-HELD
               END-IF
           END-PERFORM.
      *
       CHECK-PLAN-STANDING.
           MOVE 'N' TO ON-PLAN-FLAG.
               MOVE '00' TO PARM-BILL-CYCLE
           END-IF.
           MOVE PARM-BILL-CYCLE TO BILL-CYCLE-CODE.
           IF PARM-PERIOD-START NUMERIC
               AND PARM-PERIOD-END NUMERIC
               AND PARM-PERIOD-START > ZERO
               AND PARM-PERIOD-END >= PARM-PERIOD-START
               MOVE PARM-PERIOD-START TO PERIOD-START
               MOVE PARM-PERIOD-END   TO PERIOD-END
               COMPUTE PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(PERIOD-END)
                   - FUNCTION INTEGER-OF-DATE(PERIOD-START) + 1
           END-IF.
           CLOSE PARM-CARD.
           IF PERIOD-END > ZERO
               MOVE PERIOD-END       TO CYCLE-DATE
           ELSE
               MOVE CURRENT-DATE-NUM TO CYCLE-DATE
           END-IF.
           IF WHOLE-BOOK-RUN
               DISPLAY 'FEEASSES: NO CYCLE ON PARMCARD -- '
                       'WHOLE BOOK THIS RUN'
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
           MOVE DM-FEES-ASSESSED  TO REG-COUNT-O.
           MOVE DM-FEES-TOTAL     TO REG-TOTAL-O.
           WRITE PRINT-REC.
           MOVE SPACES            TO PRINT-REC.
           MOVE 'OL'              TO REG-FEE-CODE-O.
           MOVE 'OL FEE - NO CONSENT' TO REG-LABEL-O.
           MOVE OL-NO-CONSENT     TO REG-COUNT-O.
           MOVE OL-NO-CONSENT-TOTAL TO REG-TOTAL-O.
           WRITE PRINT-REC.
      *
      *    LOAD-CONSENTS -- every consent on OPTFILE.  A consent
      *    that does not fit the table is one not honored, which
      *    only passes a fee over, so a full table is reported and
      *    the run goes on.
       LOAD-CONSENTS.
           OPEN INPUT CONSENT-FILE.
           PERFORM READ-CONSENT
           PERFORM UNTIL NO-MORE-CONSENTS
               IF CONSENT-COUNT < CONSENT-MAX
                   ADD 1 TO CONSENT-COUNT
                   MOVE OPT-ACCT-NO TO CNT-ACCT-NO(CONSENT-COUNT)
                   MOVE OPT-CONSENT-DATE
                       TO CNT-CONSENT-DATE(CONSENT-COUNT)
                   MOVE OPT-REVOKED-DATE
                       TO CNT-REVOKED-DATE(CONSENT-COUNT)
               ELSE
                   SET CONSENT-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-CONSENT
           END-PERFORM.
           CLOSE CONSENT-FILE.
           IF CONSENT-TABLE-FULL
               DISPLAY 'FEEASSES: CONSENT TABLE FILLED AT 5000 -- '
                       'EXCESS CONSENTS NOT HONORED'
           END-IF.
      *
       READ-CONSENT.
           READ CONSENT-FILE
               AT END SET NO-MORE-CONSENTS TO TRUE
           END-READ.
      *
      *    CHECK-OVERLIMIT-CONSENT -- a consent is in force on the
      *    cycle date from its consent date up to, not including,
      *    its revoked date.  Without one, CONSENT-REASON-WK says
      *    why, from the account's last consent that does not
      *    stand.
       CHECK-OVERLIMIT-CONSENT.
           MOVE 'N' TO OPTED-IN-FLAG.
           MOVE 'NEVER OPTED IN' TO CONSENT-REASON-WK.
           MOVE SPACES           TO CONSENT-DATE-WK.
           PERFORM VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > CONSENT-COUNT OR ACCOUNT-OPTED-IN
               IF CNT-ACCT-NO(CN-IDX) = ACCT-NO
                   EVALUATE TRUE
                       WHEN CNT-CONSENT-DATE(CN-IDX) > CYCLE-DATE
                           MOVE 'OPTED IN AFTER CYCLE'
                               TO CONSENT-REASON-WK
                           MOVE CNT-CONSENT-DATE(CN-IDX)
                               TO CONSENT-DATE-WK
                       WHEN CNT-REVOKED-DATE(CN-IDX) NOT = ZERO
                           AND CNT-REVOKED-DATE(CN-IDX)
                               NOT > CYCLE-DATE
                           MOVE 'CONSENT REVOKED'
                               TO CONSENT-REASON-WK
                           MOVE CNT-REVOKED-DATE(CN-IDX)
                               TO CONSENT-DATE-WK
                       WHEN OTHER
                           SET ACCOUNT-OPTED-IN TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *
      *    WRITE-CONSENT-SKIP -- the fee passed over, onto OLSKIP.
       WRITE-CONSENT-SKIP.
           ADD 1 TO OL-NO-CONSENT.
           ADD EFFECTIVE-OL-AMT  TO OL-NO-CONSENT-TOTAL.
           MOVE SPACES            TO SKIP-REC.
           MOVE ACCT-NO           TO SKP-ACCT-NO-O.
           MOVE ACCT-BALANCE      TO SKP-BALANCE-O.
           MOVE ACCT-LIMIT        TO SKP-LIMIT-O.
           MOVE EFFECTIVE-OL-AMT  TO SKP-FEE-O.
           MOVE CONSENT-REASON-WK TO SKP-REASON-O.
           MOVE CONSENT-DATE-WK   TO SKP-DATE-O.
           WRITE SKIP-REC.
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
               DISPLAY 'FEEASSES: LEGAL TABLE FILLED AT 1000 -- '
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
           MOVE 'FEEASSES'         TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE ACCT-NO            TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE SUPPRESS-ACTION-WK TO LSP-ACTION.
           MOVE SUPPRESS-AMOUNT-WK TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
