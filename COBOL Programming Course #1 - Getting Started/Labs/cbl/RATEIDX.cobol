      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RATEIDX.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    RATEIDX is the variable-rate repricing run.  REPRICE puts
      *    one flat rate on whatever RATECTL selects, which suits a
      *    board repricing but left a prime-rate move to be worked
      *    out by hand, account by account.  INDEXRT (IXRFLDS)
      *    carries every published value of every pricing index,
      *    and PRICEF (PRCFLDS) says which accounts float over which
      *    index at what margin, floor and ceiling.  Run nightly,
      *    RATEIDX:
      *
      *      - takes the value of each index in force today -- the
      *        entry with the latest effective date not after today,
      *        the later entry on a tie; a value dated in the future
      *        waits on the file for its day, so a move is picked up
      *        on the night its effective date arrives;
      *      - for every ACTIVE account PRICEF marks variable whose
      *        index has moved since the value recorded on its
      *        pricing record (or which has never been priced), sets
      *        INT-RATE to the index plus the margin, raised to the
      *        floor and held to the ceiling where they are stated,
      *        and records the index date and value it priced off;
      *      - leaves fixed-rate accounts, and every account with
      *        no pricing record, exactly as they are.
      *
      *    Every rate changed is listed on RATERPT with the index
      *    behind it and written as a customer notice to NOTICEXT in
      *    REPRICE's vendor shape, dated the index's effective date,
      *    and held to the 6% SCRA cap there for an account an
      *    eligibility period (SCRAFILE, per SMRFLDS) protects today,
      *    exactly as REPRICE's notices are.  The updated master
      *    goes to NEWACCT under the CTLIN/CTLOUT control-total
      *    handshake, the pricing records go forward to PRICEOUT,
      *    and the run logs to RUNLOG for JOBSTATS.
      *
      *    PRICEF is carried forward whole, so it is held in storage
      *    for the run; a file too large for the table would lose
      *    records on the way through, and the run is refused with
      *    RC 8 before anything is written.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT NEW-ACCT-REC ASSIGN TO NEWACCT.
           SELECT INDEX-RATE   ASSIGN TO INDEXRT.
           SELECT PRICE-IN     ASSIGN TO PRICEF.
           SELECT PRICE-OUT    ASSIGN TO PRICEOUT.
           SELECT PRINT-LINE   ASSIGN TO RATERPT.
           SELECT NOTICE-EXT   ASSIGN TO NOTICEXT.
           SELECT CTL-IN       ASSIGN TO CTLIN.
           SELECT CTL-OUT      ASSIGN TO CTLOUT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
           SELECT SCRA-FILE    ASSIGN TO SCRAFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
       FD  INDEX-RATE RECORDING MODE F.
       01  INDEX-FIELDS.
           COPY IXRFLDS.
      *
       FD  PRICE-IN RECORDING MODE F.
       01  PRICE-IN-REC          PIC X(80).
      *
       FD  PRICE-OUT RECORDING MODE F.
       01  PRICE-OUT-REC         PIC X(80).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  RIX-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIX-OLD-RATE-O     PIC Z.999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIX-NEW-RATE-O     PIC Z.999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIX-INDEX-O        PIC X(4).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIX-INDEX-RATE-O   PIC Z.999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIX-MARGIN-O       PIC Z.999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIX-EFF-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIX-NOTE-O         PIC X(8).
           05  FILLER             PIC X(15) VALUE SPACES.
      *
      *    NOTICE-EXT -- one fixed-width notice record per repriced
      *    account for the letter vendor, REPRICE's layout exactly.
       FD  NOTICE-EXT RECORDING MODE F.
       01  NOTICE-FIELDS.
           05  NTC-ACCT-NO        PIC X(08).
           05  NTC-LAST-NAME      PIC X(20).
           05  NTC-FIRST-NAME     PIC X(15).
           05  NTC-ADDR-LINE      PIC X(25).
           05  NTC-CITY           PIC X(20).
           05  NTC-STATE          PIC X(15).
           05  NTC-ZIP            PIC X(05).
           05  NTC-OLD-RATE       PIC 9V999.
           05  NTC-NEW-RATE       PIC 9V999.
           05  NTC-EFF-DATE       PIC 9(8).
           05  FILLER             PIC X(16).
      *
      *    CTL-IN/CTL-OUT -- the control-total handshake (CTLFLDS).
       FD  CTL-IN RECORDING MODE F.
       01  CTL-IN-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLI-==.
      *
       FD  CTL-OUT RECORDING MODE F.
       01  CTL-OUT-FIELDS.
           COPY CTLFLDS.
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
      *    SCRA-FILE -- the servicemember eligibility periods
      *    (SMRFLDS); see the prologue.
       FD  SCRA-FILE RECORDING MODE F.
       01  SCRA-FIELDS.
           COPY SMRFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  INDEX-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-INDEX      VALUE 'Y'.
           05  PRICE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRICES     VALUE 'Y'.
           05  PRICE-FOUND-FLAG   PIC X VALUE 'N'.
               88  PRICING-FOUND      VALUE 'Y'.
           05  INDEX-FOUND-FLAG   PIC X VALUE 'N'.
               88  INDEX-IN-FORCE     VALUE 'Y'.
      *
       01  RATEIDX-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-REPRICED     PIC S9(7) COMP-3 VALUE ZERO.
           05  ALREADY-AT-RATE    PIC S9(7) COMP-3 VALUE ZERO.
           05  INDEX-UNMOVED      PIC S9(7) COMP-3 VALUE ZERO.
           05  NO-INDEX-VALUE     PIC S9(7) COMP-3 VALUE ZERO.
           05  FIXED-OR-UNPRICED  PIC S9(7) COMP-3 VALUE ZERO.
           05  VALUES-WAITING     PIC S9(5) COMP-3 VALUE ZERO.
           05  VALUES-BAD         PIC S9(5) COMP-3 VALUE ZERO.
           05  ACCTS-SCRA-CAPPED  PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    INDEX-TABLE -- the value of each index in force today.
       01  INDEX-CTL.
           05  INDEX-COUNT        PIC S9(4) COMP VALUE 0.
           05  INDEX-MAX          PIC S9(4) COMP VALUE 50.
           05  INDEX-CAPACITY-FLAG PIC X VALUE 'N'.
               88  INDEX-TABLE-FULL   VALUE 'Y'.
       01  INDEX-TABLE.
           05  INDEX-ENTRY OCCURS 50 TIMES INDEXED BY IX-IDX.
               10  IXT-CODE       PIC X(4).
               10  IXT-EFF-DATE   PIC 9(8).
               10  IXT-RATE       PIC S9V999 COMP-3.
      *
      *    PRICE-TABLE -- PRICEF whole, in file order, so it can be
      *    written forward with tonight's index dates stamped in.
       01  PRICE-CTL.
           05  PRICE-COUNT        PIC S9(4) COMP VALUE 0.
           05  PRICE-MAX          PIC S9(4) COMP VALUE 5000.
           05  PRICE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  PRICE-TABLE-FULL   VALUE 'Y'.
       01  PRICE-TABLE.
           05  PRICE-ENTRY OCCURS 5000 TIMES INDEXED BY PR-IDX.
               10  PRT-ACCT-NO    PIC X(8).
               10  PRT-IMAGE      PIC X(80).
       01  PRICE-FIELDS.
           COPY PRCFLDS.
      *
       01  PRICE-SLOT             PIC S9(4) COMP VALUE 0.
       01  INDEX-SLOT             PIC S9(4) COMP VALUE 0.
       01  OLD-RATE-WK            PIC S9V999 COMP-3 VALUE ZERO.
       01  PRICED-RATE-WK         PIC S99V999 COMP-3 VALUE ZERO.
       01  RATE-CEILING-MAX       PIC S9V999 COMP-3 VALUE 9.999.
      *
      *    SCRA-TABLE -- the accounts an eligibility period protects
      *    today, loaded as REPRICE loads it.
       01  SCRA-LOOKUP-FLAGS.
           05  SCRA-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SCRA       VALUE 'Y'.
           05  SCRA-CAPACITY-FLAG PIC X VALUE 'N'.
               88  SCRA-TABLE-FULL    VALUE 'Y'.
           05  SCRA-PROTECT-FLAG  PIC X VALUE 'N'.
               88  SCRA-PROTECTED     VALUE 'Y'.
       01  SCRA-CTL.
           05  SCRA-COUNT         PIC S9(4) COMP VALUE 0.
           05  SCRA-MAX           PIC S9(4) COMP VALUE 1000.
       01  SCRA-TABLE.
           05  SCRA-ENTRY OCCURS 1000 TIMES INDEXED BY SM-IDX.
               10  SMT-ACCT-NO    PIC X(8).
       01  SCRA-WORK.
           05  SCRA-CAP-RATE      PIC S9V999 COMP-3 VALUE 0.060.
           05  SCRA-ANNIV-DATE    PIC 9(8) VALUE ZERO.
           05  NOTICE-OLD-RATE    PIC S9V999 COMP-3 VALUE ZERO.
           05  NOTICE-NEW-RATE    PIC S9V999 COMP-3 VALUE ZERO.
      *
       01  VERIFY-TOTALS.
           05 VFY-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05 VFY-BALANCE-SUM   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 VFY-LIMIT-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  NEW-MASTER-TOTALS.
           05 NEW-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05 NEW-BALANCE-SUM   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 NEW-LIMIT-SUM     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CTLI-SIGNED-WORK.
           05 CTLI-BALANCE-WK   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 CTLI-LIMIT-WK     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CTL-EMPTY-FLAG       PIC X VALUE 'N'.
           88  CTL-IN-EMPTY         VALUE 'Y'.
      *    CTL-SAVED-FIELDS -- the control record's contents, copied
      *    out before CTLIN is closed.
       01  CTL-SAVED-FIELDS.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLS-==.
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
           05  FILLER         PIC X(30) VALUE
               'Variable-Rate Repricing'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Old  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'New  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'Indx'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Value'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'Margn'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Eff Date'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Note'.
           05  FILLER         PIC X(15) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-INDEX-VALUES.
           PERFORM LOAD-PRICING.
           IF PRICE-TABLE-FULL
               DISPLAY 'RATEIDX: PRICEF WILL NOT FIT A TABLE OF 5000 '
                       '-- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM VERIFY-MASTER-CONTROL.
           PERFORM LOAD-SCRA-PERIODS.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN OUTPUT PRINT-LINE.
           OPEN OUTPUT NOTICE-EXT.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       REPRICE-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF ACCOUNT-ACTIVE
                   PERFORM FIND-ACCOUNT-PRICING
                   IF PRICING-FOUND AND PRC-VARIABLE
                       PERFORM PRICE-VARIABLE-ACCOUNT
                   ELSE
                       ADD 1 TO FIXED-OR-UNPRICED
                   END-IF
               END-IF
               WRITE NEW-ACCT-FIELDS FROM ACCT-FIELDS
               ADD 1            TO NEW-RECORD-COUNT
               ADD ACCT-BALANCE TO NEW-BALANCE-SUM
               ADD ACCT-LIMIT   TO NEW-LIMIT-SUM
               PERFORM READ-RECORD
           END-PERFORM.
           PERFORM WRITE-MASTER-CONTROL.
           PERFORM WRITE-PRICING-FORWARD.
      *
       CLOSE-STOP.
           DISPLAY 'RATEIDX: RECORDS READ      = ' RECS-READ.
           DISPLAY 'RATEIDX: ACCTS REPRICED    = ' ACCTS-REPRICED.
           DISPLAY 'RATEIDX: ALREADY AT RATE   = ' ALREADY-AT-RATE.
           DISPLAY 'RATEIDX: INDEX NOT MOVED   = ' INDEX-UNMOVED.
           DISPLAY 'RATEIDX: NO INDEX VALUE    = ' NO-INDEX-VALUE.
           DISPLAY 'RATEIDX: FIXED OR UNPRICED = ' FIXED-OR-UNPRICED.
           DISPLAY 'RATEIDX: VALUES WAITING    = ' VALUES-WAITING.
           DISPLAY 'RATEIDX: VALUES REJECTED   = ' VALUES-BAD.
           DISPLAY 'RATEIDX: SCRA CAPPED       = ' ACCTS-SCRA-CAPPED.
           CLOSE ACCT-REC.
           CLOSE NEW-ACCT-REC.
           CLOSE PRINT-LINE.
           CLOSE NOTICE-EXT.
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
      *    LOAD-INDEX-VALUES -- a value with a bad date or rate is
      *    reported and dropped rather than guessed at; a value
      *    dated in the future waits for its day.  Of the values in
      *    force, each index keeps the one with the latest date.
       LOAD-INDEX-VALUES.
           OPEN INPUT INDEX-RATE.
           PERFORM READ-INDEX-VALUE
           PERFORM UNTIL NO-MORE-INDEX
               EVALUATE TRUE
                   WHEN IXR-EFF-DATE NOT NUMERIC
                       OR IXR-RATE NOT NUMERIC
                       OR IXR-EFF-DATE = ZERO
                       OR IXR-INDEX-CODE = SPACES
                       ADD 1 TO VALUES-BAD
                       DISPLAY 'RATEIDX: INDEX VALUE DATE, RATE OR '
                               'CODE BAD -- DROPPED'
                   WHEN IXR-EFF-DATE > CURRENT-DATE-NUM
                       ADD 1 TO VALUES-WAITING
                   WHEN OTHER
                       PERFORM KEEP-INDEX-VALUE
               END-EVALUATE
               PERFORM READ-INDEX-VALUE
           END-PERFORM.
           CLOSE INDEX-RATE.
           IF INDEX-TABLE-FULL
               DISPLAY 'RATEIDX: INDEX TABLE FILLED AT 50 -- '
                       'EXCESS INDEXES NOT PRICED'
           END-IF.
      *
       READ-INDEX-VALUE.
           READ INDEX-RATE
               AT END SET NO-MORE-INDEX TO TRUE
           END-READ.
      *
       KEEP-INDEX-VALUE.
           MOVE IXR-INDEX-CODE TO PRC-INDEX-CODE.
           PERFORM FIND-INDEX-VALUE.
           IF INDEX-IN-FORCE
               IF IXR-EFF-DATE NOT < IXT-EFF-DATE(INDEX-SLOT)
                   MOVE IXR-EFF-DATE TO IXT-EFF-DATE(INDEX-SLOT)
                   MOVE IXR-RATE     TO IXT-RATE(INDEX-SLOT)
               END-IF
           ELSE
               IF INDEX-COUNT < INDEX-MAX
                   ADD 1 TO INDEX-COUNT
                   MOVE IXR-INDEX-CODE TO IXT-CODE(INDEX-COUNT)
                   MOVE IXR-EFF-DATE   TO IXT-EFF-DATE(INDEX-COUNT)
                   MOVE IXR-RATE       TO IXT-RATE(INDEX-COUNT)
               ELSE
                   SET INDEX-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
      *    FIND-INDEX-VALUE -- the table slot for PRC-INDEX-CODE.
       FIND-INDEX-VALUE.
           MOVE 'N' TO INDEX-FOUND-FLAG.
           MOVE ZERO TO INDEX-SLOT.
           PERFORM VARYING IX-IDX FROM 1 BY 1
               UNTIL IX-IDX > INDEX-COUNT OR INDEX-IN-FORCE
               IF IXT-CODE(IX-IDX) = PRC-INDEX-CODE
                   SET INDEX-IN-FORCE TO TRUE
                   SET INDEX-SLOT TO IX-IDX
               END-IF
           END-PERFORM.
      *
       LOAD-PRICING.
           OPEN INPUT PRICE-IN.
           PERFORM READ-PRICING
           PERFORM UNTIL NO-MORE-PRICES
               IF PRICE-COUNT < PRICE-MAX
                   ADD 1 TO PRICE-COUNT
                   MOVE PRICE-IN-REC TO PRICE-FIELDS
                   MOVE PRC-ACCT-NO  TO PRT-ACCT-NO(PRICE-COUNT)
                   MOVE PRICE-IN-REC TO PRT-IMAGE(PRICE-COUNT)
               ELSE
                   SET PRICE-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-PRICING
           END-PERFORM.
           CLOSE PRICE-IN.
      *
       READ-PRICING.
           READ PRICE-IN
               AT END SET NO-MORE-PRICES TO TRUE
           END-READ.
      *
      *    FIND-ACCOUNT-PRICING -- the account's pricing record into
      *    PRICE-FIELDS, its slot kept for the write-back.
       FIND-ACCOUNT-PRICING.
           MOVE 'N' TO PRICE-FOUND-FLAG.
           MOVE ZERO TO PRICE-SLOT.
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PRICE-COUNT OR PRICING-FOUND
               IF PRT-ACCT-NO(PR-IDX) = ACCT-NO
                   SET PRICING-FOUND TO TRUE
                   SET PRICE-SLOT TO PR-IDX
                   MOVE PRT-IMAGE(PR-IDX) TO PRICE-FIELDS
               END-IF
           END-PERFORM.
      *
      *    PRICE-VARIABLE-ACCOUNT -- an index with no value in force
      *    prices nothing; an index that has not moved since the
      *    account was last priced leaves it be.  Otherwise the
      *    account is priced and the index value recorded, whether
      *    or not the rate comes out different.
       PRICE-VARIABLE-ACCOUNT.
           PERFORM FIND-INDEX-VALUE.
           EVALUATE TRUE
               WHEN NOT INDEX-IN-FORCE
                   ADD 1 TO NO-INDEX-VALUE
               WHEN IXT-EFF-DATE(INDEX-SLOT) = PRC-INDEX-DATE
                   AND IXT-RATE(INDEX-SLOT) = PRC-INDEX-RATE
                   ADD 1 TO INDEX-UNMOVED
               WHEN OTHER
                   PERFORM COMPUTE-PRICED-RATE
                   MOVE IXT-EFF-DATE(INDEX-SLOT) TO PRC-INDEX-DATE
                   MOVE IXT-RATE(INDEX-SLOT)     TO PRC-INDEX-RATE
                   MOVE PRICE-FIELDS TO PRT-IMAGE(PRICE-SLOT)
                   IF PRICED-RATE-WK = INT-RATE
                       ADD 1 TO ALREADY-AT-RATE
                   ELSE
                       PERFORM APPLY-PRICED-RATE
                   END-IF
           END-EVALUATE.
      *
      *    COMPUTE-PRICED-RATE -- index plus margin, no lower than
      *    the floor and no higher than the ceiling where each is
      *    stated, and never past what INT-RATE can hold.
       COMPUTE-PRICED-RATE.
           COMPUTE PRICED-RATE-WK =
               IXT-RATE(INDEX-SLOT) + PRC-MARGIN.
           IF PRC-FLOOR > ZERO AND PRICED-RATE-WK < PRC-FLOOR
               MOVE PRC-FLOOR TO PRICED-RATE-WK
           END-IF.
           IF PRC-CEILING > ZERO AND PRICED-RATE-WK > PRC-CEILING
               MOVE PRC-CEILING TO PRICED-RATE-WK
           END-IF.
           IF PRICED-RATE-WK > RATE-CEILING-MAX
               MOVE RATE-CEILING-MAX TO PRICED-RATE-WK
           END-IF.
      *
       APPLY-PRICED-RATE.
           ADD 1 TO ACCTS-REPRICED.
           MOVE INT-RATE       TO OLD-RATE-WK.
           MOVE PRICED-RATE-WK TO INT-RATE.
           PERFORM APPLY-SCRA-CAP.
           MOVE SPACES         TO PRINT-REC.
           MOVE ACCT-NO        TO RIX-ACCT-NO-O.
           MOVE OLD-RATE-WK    TO RIX-OLD-RATE-O.
           MOVE INT-RATE       TO RIX-NEW-RATE-O.
           MOVE PRC-INDEX-CODE TO RIX-INDEX-O.
           MOVE PRC-INDEX-RATE TO RIX-INDEX-RATE-O.
           MOVE PRC-MARGIN     TO RIX-MARGIN-O.
           MOVE PRC-INDEX-DATE TO RIX-EFF-DATE-O.
           IF SCRA-PROTECTED
               MOVE 'SCRA CAP' TO RIX-NOTE-O
           END-IF.
           WRITE PRINT-REC.
           PERFORM WRITE-NOTICE-RECORD.
      *
      *    APPLY-SCRA-CAP -- the rates the customer is told of: the
      *    old and new rates as they stand, or held to the cap for
      *    an account an eligibility period protects today.
       APPLY-SCRA-CAP.
           MOVE OLD-RATE-WK TO NOTICE-OLD-RATE.
           MOVE INT-RATE    TO NOTICE-NEW-RATE.
           MOVE 'N' TO SCRA-PROTECT-FLAG.
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > SCRA-COUNT OR SCRA-PROTECTED
               IF SMT-ACCT-NO(SM-IDX) = ACCT-NO
                   SET SCRA-PROTECTED TO TRUE
               END-IF
           END-PERFORM.
           IF SCRA-PROTECTED
               ADD 1 TO ACCTS-SCRA-CAPPED
               IF NOTICE-OLD-RATE > SCRA-CAP-RATE
                   MOVE SCRA-CAP-RATE TO NOTICE-OLD-RATE
               END-IF
               IF NOTICE-NEW-RATE > SCRA-CAP-RATE
                   MOVE SCRA-CAP-RATE TO NOTICE-NEW-RATE
               END-IF
           END-IF.
      *
       WRITE-NOTICE-RECORD.
           MOVE SPACES       TO NOTICE-FIELDS.
           MOVE ACCT-NO      TO NTC-ACCT-NO.
           MOVE LAST-NAME    TO NTC-LAST-NAME.
           MOVE FIRST-NAME   TO NTC-FIRST-NAME.
           MOVE STREET-ADDR  TO NTC-ADDR-LINE.
           MOVE CITY-COUNTY  TO NTC-CITY.
           MOVE USA-STATE    TO NTC-STATE.
           MOVE ZIP-CODE     TO NTC-ZIP.
           MOVE NOTICE-OLD-RATE TO NTC-OLD-RATE.
           MOVE NOTICE-NEW-RATE TO NTC-NEW-RATE.
           MOVE PRC-INDEX-DATE  TO NTC-EFF-DATE.
           WRITE NOTICE-FIELDS.
      *
      *    WRITE-PRICING-FORWARD -- every pricing record, in the
      *    order it came, with tonight's index values recorded.
       WRITE-PRICING-FORWARD.
           OPEN OUTPUT PRICE-OUT.
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PRICE-COUNT
               WRITE PRICE-OUT-REC FROM PRT-IMAGE(PR-IDX)
           END-PERFORM.
           CLOSE PRICE-OUT.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'RATEIDX'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECS-READ         TO LOG-RECS-IN.
           MOVE NEW-RECORD-COUNT  TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ACCTS-REPRICED    TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
      *
      *    VERIFY-MASTER-CONTROL -- recomputes record count and the
      *    balance/limit sums over the ACCTREC actually handed to
      *    this step and compares them to the CTLIN record its
      *    producer wrote; a mismatch fails the step before anything
      *    is repriced.  An empty CTLIN is tolerated with a warning.
       VERIFY-MASTER-CONTROL.
           MOVE 'N' TO CTL-EMPTY-FLAG.
           OPEN INPUT CTL-IN.
           READ CTL-IN
               AT END SET CTL-IN-EMPTY TO TRUE
           END-READ.
           IF NOT CTL-IN-EMPTY
               MOVE CTL-IN-FIELDS TO CTL-SAVED-FIELDS
           END-IF.
           CLOSE CTL-IN.
           IF CTL-IN-EMPTY
               DISPLAY 'RATEIDX: CTLIN IS EMPTY -- MASTER NOT VERIFIED'
           ELSE
               OPEN INPUT ACCT-REC
               PERFORM UNTIL LASTREC = 'Y'
                   READ ACCT-REC
                       AT END MOVE 'Y' TO LASTREC
                   END-READ
                   IF LASTREC NOT = 'Y'
                       ADD 1            TO VFY-RECORD-COUNT
                       ADD ACCT-BALANCE TO VFY-BALANCE-SUM
                       ADD ACCT-LIMIT   TO VFY-LIMIT-SUM
                   END-IF
               END-PERFORM
               CLOSE ACCT-REC
               MOVE SPACE TO LASTREC
               MOVE CTLS-BALANCE-TOTAL TO CTLI-BALANCE-WK
               IF CTLS-BALANCE-SIGN = '-'
                   COMPUTE CTLI-BALANCE-WK = ZERO - CTLI-BALANCE-WK
               END-IF
               MOVE CTLS-LIMIT-TOTAL TO CTLI-LIMIT-WK
               IF CTLS-LIMIT-SIGN = '-'
                   COMPUTE CTLI-LIMIT-WK = ZERO - CTLI-LIMIT-WK
               END-IF
               IF VFY-RECORD-COUNT NOT = CTLS-RECORD-COUNT
                   OR VFY-BALANCE-SUM NOT = CTLI-BALANCE-WK
                   OR VFY-LIMIT-SUM NOT = CTLI-LIMIT-WK
                   DISPLAY 'RATEIDX: ACCTREC DOES NOT MATCH ITS '
                           'CONTROL RECORD FROM ' CTLS-PROGRAM
                   DISPLAY 'RATEIDX: CONTROL COUNT = '
                           CTLS-RECORD-COUNT
                   DISPLAY 'RATEIDX: ACTUAL COUNT  = '
                           VFY-RECORD-COUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *
      *    WRITE-MASTER-CONTROL -- describes the NEWACCT this run
      *    wrote, for the next consumer's VERIFY-MASTER-CONTROL.
       WRITE-MASTER-CONTROL.
           OPEN OUTPUT CTL-OUT.
           MOVE SPACES           TO CTL-OUT-FIELDS.
           MOVE 'RATEIDX'        TO CTL-PROGRAM.
           MOVE CURRENT-DATE-NUM TO CTL-RUN-DATE.
           MOVE NEW-RECORD-COUNT TO CTL-RECORD-COUNT.
           IF NEW-BALANCE-SUM < ZERO
               MOVE '-' TO CTL-BALANCE-SIGN
               COMPUTE CTL-BALANCE-TOTAL = ZERO - NEW-BALANCE-SUM
           ELSE
               MOVE '+' TO CTL-BALANCE-SIGN
               MOVE NEW-BALANCE-SUM TO CTL-BALANCE-TOTAL
           END-IF.
           IF NEW-LIMIT-SUM < ZERO
               MOVE '-' TO CTL-LIMIT-SIGN
               COMPUTE CTL-LIMIT-TOTAL = ZERO - NEW-LIMIT-SUM
           ELSE
               MOVE '+' TO CTL-LIMIT-SIGN
               MOVE NEW-LIMIT-SUM TO CTL-LIMIT-TOTAL
           END-IF.
           WRITE CTL-OUT-FIELDS.
           CLOSE CTL-OUT.
      *
      *    LOAD-SCRA-PERIODS -- the accounts protected today.  A
      *    29 February release has its anniversary on 28 February.
      *    A period that does not fit the table is a cap not
      *    honored, so a full table is reported and the run ends
      *    RC 8.
       LOAD-SCRA-PERIODS.
           OPEN INPUT SCRA-FILE.
           PERFORM READ-SCRA
           PERFORM UNTIL NO-MORE-SCRA
               IF SMR-ACTIVE-DATE NUMERIC
                   AND SMR-RELEASE-DATE NUMERIC
                   AND SMR-ACTIVE-DATE > ZERO
                   AND SMR-ACTIVE-DATE NOT > CURRENT-DATE-NUM
                   IF SMR-RELEASE-DATE = ZERO
                       MOVE 99999999 TO SCRA-ANNIV-DATE
                   ELSE
                       COMPUTE SCRA-ANNIV-DATE =
                           SMR-RELEASE-DATE + 10000
                       IF SCRA-ANNIV-DATE(5:4) = '0229'
                           MOVE '0228' TO SCRA-ANNIV-DATE(5:4)
                       END-IF
                   END-IF
                   IF SCRA-ANNIV-DATE NOT < CURRENT-DATE-NUM
                       IF SCRA-COUNT < SCRA-MAX
                           ADD 1 TO SCRA-COUNT
                           MOVE SMR-ACCT-NO
                               TO SMT-ACCT-NO(SCRA-COUNT)
                       ELSE
                           SET SCRA-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-SCRA
           END-PERFORM.
           CLOSE SCRA-FILE.
           IF SCRA-TABLE-FULL
               DISPLAY 'RATEIDX: SCRA TABLE FILLED AT 1000 -- '
                       'EXCESS PERIODS NOT CAPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       READ-SCRA.
           READ SCRA-FILE
               AT END SET NO-MORE-SCRA TO TRUE
           END-READ.
