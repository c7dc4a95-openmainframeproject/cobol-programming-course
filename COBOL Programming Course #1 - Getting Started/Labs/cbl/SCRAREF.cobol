      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SCRAREF.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    SCRAREF is the servicemember (SCRA) retroactive refund
      *    run.  INTACCR caps accrual at 6% for every day an
      *    eligibility period on SCRAFILE covers -- but only once
      *    the period is ON the file, and a customer's orders very
      *    often reach us months after duty began.  Every interest
      *    accrual already charged inside such a period above the
      *    cap is owed back, and this run works it out.
      *
      *    A period is reviewed once: one SCRAMNT keyed after its
      *    own active-duty date (a retroactive grant) whose refund
      *    date is still zero.  TRANHIST is read through for the
      *    period's account, and every interest accrual (code INTR,
      *    or comment INTEREST ACCRUAL on history older than the
      *    codes) posted from the active-duty date through the
      *    first anniversary of release is re-priced at the cap:
      *    the refund is the part of the interest above it,
      *
      *        interest x (rate charged - cap) / rate charged
      *
      *    where the rate charged is the one INTACCR stamped on the
      *    history record, or the account's INT-RATE for accruals
      *    written before the stamp existed.  An accrual already at
      *    or under the cap owes nothing, so the ones INTACCR
      *    capped after the grant was keyed fall out by themselves.
      *    An accrual belongs to the period it posted in; one that
      *    straddled the active-duty date is re-priced whole.  An
      *    accrual two overlapping periods both cover is refunded
      *    once.
      *
      *    Each refund goes out as one postable TRANFLDS credit on
      *    SCRAPOST (type 'D' -- it lowers the balance -- code SCRF,
      *    per TCDFLDS) wrapped in the BATCHHDR/BATCHTRL discipline
      *    for TRANEDIT, so it reaches the account, the history,
      *    the statement and the GL through the normal posting
      *    stream.  SCRARPT is the refund register: one line per
      *    period reviewed, run totals, and a sign-off block for
      *    the compliance reviewer.  The file is carried to SCRAOUT
      *    with every reviewed period stamped with today's date and
      *    its refund (zero when nothing was owed), so a rerun
      *    against SCRAOUT refunds nothing twice.  A period that
      *    does not fit the table stays unstamped for the next run.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-IN     ASSIGN TO SCRAFILE.
           SELECT SCRA-OUT    ASSIGN TO SCRAOUT.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT TRAN-OUT    ASSIGN TO SCRAPOST.
           SELECT PRINT-LINE  ASSIGN TO SCRARPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SCRA-IN RECORDING MODE F.
       01  SCRA-IN-FIELDS.
           COPY SMRFLDS REPLACING LEADING ==SMR-== BY ==SMI-==.
      *
       FD  SCRA-OUT RECORDING MODE F.
       01  SCRA-FIELDS.
           COPY SMRFLDS.
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-OUT-REC           PIC X(50).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  REF-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REF-ACTIVE-O       PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REF-RELEASE-O      PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REF-REFERENCE-O    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REF-INTEREST-O     PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REF-REFUND-O       PIC $$,$$$,$$9.99.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  SCRA-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SCRA       VALUE 'Y'.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCTS      VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  PERIOD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  PERIOD-TABLE-FULL  VALUE 'Y'.
           05  ACCRUAL-TAKEN-FLAG PIC X VALUE 'N'.
               88  ACCRUAL-TAKEN      VALUE 'Y'.
           05  PERIOD-FOUND-FLAG  PIC X VALUE 'N'.
               88  PERIOD-FOUND       VALUE 'Y'.
      *
       01  REFUND-COUNTS.
           05  PERIODS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  PERIODS-REVIEWED   PIC S9(7) COMP-3 VALUE ZERO.
           05  PERIODS-NOT-RETRO  PIC S9(7) COMP-3 VALUE ZERO.
           05  PERIODS-BAD        PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCRUALS-REFUNDED  PIC S9(7) COMP-3 VALUE ZERO.
           05  REFUNDS-WRITTEN    PIC S9(7) COMP-3 VALUE ZERO.
           05  TOTAL-INTEREST     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TOTAL-REFUND       PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *    PERIOD-TABLE -- the retroactive periods awaiting review,
      *    with the window they protect (active-duty date through
      *    the first anniversary of release, the top of the range
      *    while release is zero), the account's own INT-RATE for
      *    unstamped history, and what the history pass found.
       01  PERIOD-CTL.
           05  PERIOD-COUNT       PIC S9(4) COMP VALUE 0.
           05  PERIOD-MAX         PIC S9(4) COMP VALUE 500.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 500 TIMES INDEXED BY PD-IDX.
               10  PDT-ACCT-NO    PIC X(8).
               10  PDT-ACTIVE-DATE PIC 9(8).
               10  PDT-RELEASE-DATE PIC 9(8).
               10  PDT-WINDOW-END PIC 9(8).
               10  PDT-REFERENCE  PIC X(20).
               10  PDT-ACCT-RATE  PIC S9V999 COMP-3.
               10  PDT-INTEREST   PIC S9(7)V99 COMP-3.
               10  PDT-REFUND     PIC S9(7)V99 COMP-3.
      *
       01  REFUND-WORK.
           05  SCRA-CAP-RATE      PIC S9V999 COMP-3 VALUE 0.060.
           05  RATE-CHARGED       PIC S9V999 COMP-3 VALUE ZERO.
           05  ACCRUAL-REFUND     PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WINDOW-END-WK      PIC 9(8) VALUE ZERO.
      *
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
               'SCRA Interest Refund Register'.
           05  FILLER         PIC X(10) VALUE 'Run date '.
           05  HDR-RUN-DATE-O PIC 9(8).
           05  FILLER         PIC X(32) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Duty    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Release '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(20) VALUE 'Orders/Certificate'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Interest     '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE 'Refund       '.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(20) VALUE 'Periods reviewed   ='.
           05  TRL-PERIODS-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  TRL-INTEREST-O PIC $$$,$$$,$$9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  TRL-REFUND-O   PIC $$$,$$$,$$9.99.
      *
       01  TRAILER-2.
           05  FILLER         PIC X(20) VALUE 'Refunds to post    ='.
           05  TRL-REFUNDS-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(53) VALUE SPACES.
      *
       01  SIGNOFF-1.
           05  FILLER         PIC X(40) VALUE
               'Reviewed for compliance by: ____________'.
           05  FILLER         PIC X(40) VALUE
               '________  Date: __________'.
      *
       01  NOTHING-DUE-LINE.
           05  FILLER         PIC X(40) VALUE SPACES.
           05  FILLER         PIC X(40) VALUE
               'no interest above the cap -- none due'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-RETRO-PERIODS.
           PERFORM LOAD-ACCOUNT-RATES.
           PERFORM SCAN-INTEREST-HISTORY.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT PRINT-LINE.
           MOVE CURRENT-DATE-NUM TO HDR-RUN-DATE-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM WRITE-BATCH-HEADER.
      *
       WRITE-REFUNDS.
           PERFORM VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > PERIOD-COUNT
               PERFORM WRITE-ONE-REFUND
           END-PERFORM.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CARRY-PERIODS-FORWARD.
      *
       CLOSE-STOP.
           DISPLAY 'SCRAREF: PERIODS READ      = ' PERIODS-READ.
           DISPLAY 'SCRAREF: PERIODS REVIEWED  = ' PERIODS-REVIEWED.
           DISPLAY 'SCRAREF: NOT RETROACTIVE   = ' PERIODS-NOT-RETRO.
           DISPLAY 'SCRAREF: PERIODS BAD DATES = ' PERIODS-BAD.
           DISPLAY 'SCRAREF: ACCRUALS REFUNDED = ' ACCRUALS-REFUNDED.
           DISPLAY 'SCRAREF: REFUNDS WRITTEN   = ' REFUNDS-WRITTEN.
           IF PERIOD-TABLE-FULL
               DISPLAY 'SCRAREF: PERIOD TABLE FILLED AT 500 -- '
                       'EXCESS PERIODS LEFT FOR THE NEXT RUN'
           END-IF.
           CLOSE TRAN-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    LOAD-RETRO-PERIODS -- the retroactive grants not yet
      *    reviewed.  A 29 February release has its anniversary on
      *    28 February.
       LOAD-RETRO-PERIODS.
           OPEN INPUT SCRA-IN.
           PERFORM READ-SCRA
           PERFORM UNTIL NO-MORE-SCRA
               ADD 1 TO PERIODS-READ
               EVALUATE TRUE
                   WHEN SMI-REFUND-DATE NUMERIC
                       AND SMI-REFUND-DATE > ZERO
                       CONTINUE
                   WHEN SMI-ACTIVE-DATE NOT NUMERIC
                       OR SMI-RELEASE-DATE NOT NUMERIC
                       OR SMI-ENTERED-DATE NOT NUMERIC
                       OR SMI-ACTIVE-DATE = ZERO
                       ADD 1 TO PERIODS-BAD
                       DISPLAY 'SCRAREF: PERIOD FOR ' SMI-ACCT-NO
                               ' HAS BAD DATES -- NOT REVIEWED'
                   WHEN SMI-ACTIVE-DATE NOT < SMI-ENTERED-DATE
                       ADD 1 TO PERIODS-NOT-RETRO
                   WHEN PERIOD-COUNT >= PERIOD-MAX
                       SET PERIOD-TABLE-FULL TO TRUE
                   WHEN OTHER
                       PERFORM TAKE-RETRO-PERIOD
               END-EVALUATE
               PERFORM READ-SCRA
           END-PERFORM.
           CLOSE SCRA-IN.
      *
       TAKE-RETRO-PERIOD.
           IF SMI-RELEASE-DATE = ZERO
               MOVE 99999999 TO WINDOW-END-WK
           ELSE
               COMPUTE WINDOW-END-WK = SMI-RELEASE-DATE + 10000
               IF WINDOW-END-WK(5:4) = '0229'
                   MOVE '0228' TO WINDOW-END-WK(5:4)
               END-IF
           END-IF.
           ADD 1 TO PERIOD-COUNT.
           MOVE SMI-ACCT-NO      TO PDT-ACCT-NO(PERIOD-COUNT).
           MOVE SMI-ACTIVE-DATE  TO PDT-ACTIVE-DATE(PERIOD-COUNT).
           MOVE SMI-RELEASE-DATE TO PDT-RELEASE-DATE(PERIOD-COUNT).
           MOVE WINDOW-END-WK    TO PDT-WINDOW-END(PERIOD-COUNT).
           MOVE SMI-REFERENCE    TO PDT-REFERENCE(PERIOD-COUNT).
           MOVE ZERO             TO PDT-ACCT-RATE(PERIOD-COUNT).
           MOVE ZERO             TO PDT-INTEREST(PERIOD-COUNT).
           MOVE ZERO             TO PDT-REFUND(PERIOD-COUNT).
      *
       READ-SCRA.
           READ SCRA-IN
               AT END SET NO-MORE-SCRA TO TRUE
           END-READ.
      *
      *    LOAD-ACCOUNT-RATES -- each period's account INT-RATE,
      *    the rate charged on history written before INTACCR
      *    stamped one.
       LOAD-ACCOUNT-RATES.
           OPEN INPUT ACCT-REC.
           PERFORM READ-ACCOUNT
           PERFORM UNTIL NO-MORE-ACCTS
               PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > PERIOD-COUNT
                   IF PDT-ACCT-NO(PD-IDX) = ACCT-NO
                       MOVE INT-RATE TO PDT-ACCT-RATE(PD-IDX)
                   END-IF
               END-PERFORM
               PERFORM READ-ACCOUNT
           END-PERFORM.
           CLOSE ACCT-REC.
      *
       READ-ACCOUNT.
           READ ACCT-REC
               AT END SET NO-MORE-ACCTS TO TRUE
           END-READ.
      *
      *    SCAN-INTEREST-HISTORY -- every interest accrual on
      *    TRANHIST is offered to the periods; the first period
      *    whose account and window it falls in takes it.
       SCAN-INTEREST-HISTORY.
           OPEN INPUT TRAN-HIST.
           PERFORM READ-HIST
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-TRAN-CODE = 'INTR'
                   OR (HIST-TRAN-CODE = SPACES
                       AND HIST-COMMENT = 'INTEREST ACCRUAL')
                   PERFORM TAKE-ONE-ACCRUAL
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
           CLOSE TRAN-HIST.
      *
       READ-HIST.
           READ TRAN-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
       TAKE-ONE-ACCRUAL.
           MOVE 'N' TO ACCRUAL-TAKEN-FLAG.
           PERFORM VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > PERIOD-COUNT OR ACCRUAL-TAKEN
               IF PDT-ACCT-NO(PD-IDX) = HIST-ACCT-NO
                   AND HIST-POST-DATE NOT < PDT-ACTIVE-DATE(PD-IDX)
                   AND HIST-POST-DATE NOT > PDT-WINDOW-END(PD-IDX)
                   SET ACCRUAL-TAKEN TO TRUE
                   PERFORM REPRICE-ONE-ACCRUAL
               END-IF
           END-PERFORM.
      *
      *    REPRICE-ONE-ACCRUAL -- the part of this accrual charged
      *    above the cap.
       REPRICE-ONE-ACCRUAL.
           IF HIST-RATE-APPLIED NUMERIC
               AND HIST-RATE-APPLIED > ZERO
               MOVE HIST-RATE-APPLIED TO RATE-CHARGED
           ELSE
               MOVE PDT-ACCT-RATE(PD-IDX) TO RATE-CHARGED
           END-IF.
           ADD HIST-AMOUNT TO PDT-INTEREST(PD-IDX).
           IF RATE-CHARGED > SCRA-CAP-RATE
               COMPUTE ACCRUAL-REFUND ROUNDED =
                   HIST-AMOUNT * (RATE-CHARGED - SCRA-CAP-RATE)
                   / RATE-CHARGED
               ADD ACCRUAL-REFUND TO PDT-REFUND(PD-IDX)
               ADD 1 TO ACCRUALS-REFUNDED
           END-IF.
      *
      *    WRITE-ONE-REFUND -- the register line for one reviewed
      *    period and, when anything is owed, its postable credit.
       WRITE-ONE-REFUND.
           ADD 1 TO PERIODS-REVIEWED.
           ADD PDT-INTEREST(PD-IDX) TO TOTAL-INTEREST.
           MOVE SPACES                  TO PRINT-REC.
           MOVE PDT-ACCT-NO(PD-IDX)      TO REF-ACCT-NO-O.
           MOVE PDT-ACTIVE-DATE(PD-IDX)  TO REF-ACTIVE-O.
           MOVE PDT-RELEASE-DATE(PD-IDX) TO REF-RELEASE-O.
           MOVE PDT-REFERENCE(PD-IDX)    TO REF-REFERENCE-O.
           MOVE PDT-INTEREST(PD-IDX)     TO REF-INTEREST-O.
           MOVE PDT-REFUND(PD-IDX)       TO REF-REFUND-O.
           WRITE PRINT-REC.
           IF PDT-REFUND(PD-IDX) > ZERO
               ADD 1 TO REFUNDS-WRITTEN
               ADD PDT-REFUND(PD-IDX) TO TOTAL-REFUND
               MOVE SPACES              TO TRAN-FIELDS
               MOVE PDT-ACCT-NO(PD-IDX) TO TRAN-ACCT-NO
               MOVE 'D'                 TO TRAN-TYPE
               MOVE PDT-REFUND(PD-IDX)  TO TRAN-AMOUNT
               MOVE 'SCRA INT REFUND'   TO TRAN-COMMENT
               MOVE 'SCRF'              TO TRAN-CODE
               PERFORM WRITE-BATCH-DETAIL
           ELSE
               WRITE PRINT-REC FROM NOTHING-DUE-LINE
           END-IF.
      *
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE PERIODS-REVIEWED TO TRL-PERIODS-O.
           MOVE TOTAL-INTEREST   TO TRL-INTEREST-O.
           MOVE TOTAL-REFUND     TO TRL-REFUND-O.
           WRITE PRINT-REC FROM TRAILER-1.
           MOVE REFUNDS-WRITTEN  TO TRL-REFUNDS-O.
           WRITE PRINT-REC FROM TRAILER-2.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM SIGNOFF-1.
      *
       WRITE-BATCH-DETAIL.
           MOVE WS-CURRENT-YEAR  TO TRAN-DATE-YR.
           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
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
           MOVE 'SR'                  TO BCTL-BATCH-ID(1:2).
           MOVE CURRENT-DATE-NUM(3:6) TO BCTL-BATCH-ID(3:6).
      *
      *    CARRY-PERIODS-FORWARD -- SCRAFILE to SCRAOUT, each
      *    period reviewed tonight stamped with today and its
      *    refund; a period that owed nothing because it was not
      *    retroactive is stamped the same way, so it is never
      *    looked at again.
       CARRY-PERIODS-FORWARD.
           MOVE 'N' TO SCRA-EOF-FLAG.
           OPEN INPUT  SCRA-IN.
           OPEN OUTPUT SCRA-OUT.
           PERFORM READ-SCRA
           PERFORM UNTIL NO-MORE-SCRA
               MOVE SCRA-IN-FIELDS TO SCRA-FIELDS
               IF SMR-REFUND-DATE NUMERIC
                   AND SMR-REFUND-DATE = ZERO
                   PERFORM STAMP-ONE-PERIOD
               END-IF
               WRITE SCRA-FIELDS
               PERFORM READ-SCRA
           END-PERFORM.
           CLOSE SCRA-IN.
           CLOSE SCRA-OUT.
      *
       STAMP-ONE-PERIOD.
           MOVE 'N' TO PERIOD-FOUND-FLAG.
           PERFORM VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > PERIOD-COUNT OR PERIOD-FOUND
               IF PDT-ACCT-NO(PD-IDX) = SMR-ACCT-NO
                   AND PDT-ACTIVE-DATE(PD-IDX) = SMR-ACTIVE-DATE
                   SET PERIOD-FOUND TO TRUE
                   MOVE CURRENT-DATE-NUM   TO SMR-REFUND-DATE
                   MOVE PDT-REFUND(PD-IDX) TO SMR-REFUND-AMOUNT
               END-IF
           END-PERFORM.
           IF NOT PERIOD-FOUND
               AND SMR-ACTIVE-DATE NUMERIC
               AND SMR-ENTERED-DATE NUMERIC
               AND SMR-ACTIVE-DATE > ZERO
               AND SMR-ACTIVE-DATE NOT < SMR-ENTERED-DATE
               MOVE CURRENT-DATE-NUM TO SMR-REFUND-DATE
               MOVE ZERO             TO SMR-REFUND-AMOUNT
           END-IF.
      *
