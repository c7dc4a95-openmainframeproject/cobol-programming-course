      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RWDEARN.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    RWDEARN is the nightly rewards-points run.  It keeps the
      *    points file (RWDFLDS) -- one record per account that has
      *    ever earned, with the balance broken into lots by the
      *    month they were earned -- and writes every movement it
      *    makes to the points ledger RWDLEDG (RLGFLDS).
      *
      *    Earning: every purchase TRANHIST posted since the
      *    account's RWD-EARNED-THRU date and no later than today
      *    (code PRCH, or the uncoded 'C' PURCHASE items PURCHBRG
      *    wrote before the codes) earns at its product's rate --
      *    PRD-EARN-RATE points per dollar on the PRODCAT product
      *    PRODXREF assigns the account; an account with no
      *    product, or a product that states no rate, earns
      *    nothing.  A disputed charge rebilled to the customer
      *    (DSPR) earns again, since the credit that took it off
      *    the account clawed its points back.  Points are whole;
      *    the fraction of a point is never awarded.  A new
      *    account's first night starts from yesterday, so the
      *    history already on file when the program went live does
      *    not earn retroactively.
      *
      *    Clawback: a charge reversed by BACKOUT (RVCH), a charge
      *    credited by a billing-error dispute (DSPC) and a payment
      *    NSFPROC returned unpaid (NSFR) take back the points the
      *    same amount earns at the account's rate -- the spend the
      *    returned payment settled is no longer paid for.  The
      *    balance never goes below zero: when the points have
      *    already been redeemed or have expired, what could not be
      *    recovered is printed on RWDRPT as short for the rewards
      *    desk to pursue.
      *
      *    Expiry: PARMCARD columns 1-2 give the age in months at
      *    which a lot expires (24 when blank; never above the 36
      *    lots the record holds).  A lot earned N months before
      *    the current month is written off in full.  Clawbacks,
      *    redemptions and expiries all draw the oldest lot first.
      *
      *    TRANHIST is sorted by account and posting date and
      *    matched against RWDFILE (in account order) balance-line
      *    fashion; the file is rewritten to RWDOUT with
      *    RWD-EARNED-THRU stamped to today on every record, so a
      *    rerun the same night earns nothing twice.  RWDRPT lists
      *    every account whose points moved.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD    ASSIGN TO PARMCARD.
           SELECT PROD-CAT     ASSIGN TO PRODCAT.
           SELECT PROD-XREF    ASSIGN TO PRODXREF.
           SELECT TRAN-HIST    ASSIGN TO TRANHIST.
           SELECT SORT-WORK    ASSIGN TO SRTWORK.
           SELECT SORTED-HIST  ASSIGN TO SRTHIST.
           SELECT RWD-IN       ASSIGN TO RWDFILE.
           SELECT RWD-OUT      ASSIGN TO RWDOUT.
           SELECT RWD-LEDG     ASSIGN TO RWDLEDG.
           SELECT PRINT-LINE   ASSIGN TO RWDRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    PARM-CARD -- one 80-byte control record: the expiry age
      *    in months.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-EXPIRY-MONTHS PIC X(2).
           05  FILLER             PIC X(78).
      *
       FD  PROD-CAT RECORDING MODE F.
       01  PRD-FIELDS.
           COPY PRDFLDS.
      *
       FD  PROD-XREF RECORDING MODE F.
       01  PXR-FIELDS.
           COPY PXRFLDS.
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
      *    SORT-WORK carries the 80-byte HISTFLDS layout with only
      *    the two sort keys named.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-H-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(34).
           05  SRT-H-POST-DATE    PIC 9(8).
           05  FILLER             PIC X(30).
      *
       FD  SORTED-HIST RECORDING MODE F.
       01  SHIST-FIELDS.
           COPY HISTFLDS REPLACING LEADING ==HIST-== BY ==SHST-==.
      *
       FD  RWD-IN RECORDING MODE F.
       01  RWD-IN-FIELDS.
           COPY RWDFLDS REPLACING LEADING ==RWD-== BY ==RWI-==.
      *
       FD  RWD-OUT RECORDING MODE F.
       01  RWD-FIELDS.
           COPY RWDFLDS.
      *
       FD  RWD-LEDG RECORDING MODE F.
       01  RLG-FIELDS.
           COPY RLGFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  RPT-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RPT-EARNED-O       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RPT-CLAWED-O       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RPT-EXPIRED-O      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RPT-SHORT-O        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RPT-BALANCE-O      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(07) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RWD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-RWD        VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  PCAT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PCAT       VALUE 'Y'.
           05  PXRF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PXRF       VALUE 'Y'.
           05  PARM-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-PARM-CARD       VALUE 'Y'.
           05  ON-FILE-FLAG       PIC X VALUE 'N'.
               88  ACCOUNT-ON-FILE    VALUE 'Y'.
      *
       01  EARN-COUNTS.
           05  RWD-RECS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  RWD-RECS-WRITTEN   PIC S9(7) COMP-3 VALUE ZERO.
           05  RWD-RECS-NEW       PIC S9(7) COMP-3 VALUE ZERO.
           05  ITEMS-EARNED       PIC S9(7) COMP-3 VALUE ZERO.
           05  ITEMS-CLAWED       PIC S9(7) COMP-3 VALUE ZERO.
           05  LOTS-EXPIRED       PIC S9(7) COMP-3 VALUE ZERO.
           05  CLAWBACKS-SHORT    PIC S9(7) COMP-3 VALUE ZERO.
           05  TOTAL-EARNED       PIC S9(11) COMP-3 VALUE ZERO.
           05  TOTAL-CLAWED       PIC S9(11) COMP-3 VALUE ZERO.
           05  TOTAL-EXPIRED      PIC S9(11) COMP-3 VALUE ZERO.
           05  TOTAL-SHORT        PIC S9(11) COMP-3 VALUE ZERO.
           05  TOTAL-BALANCE      PIC S9(11) COMP-3 VALUE ZERO.
      *
      *    ACCOUNT-MOVES -- tonight's movements on the account in
      *    hand, for its RWDRPT line.
       01  ACCOUNT-MOVES.
           05  ACCT-EARNED        PIC S9(9) COMP-3 VALUE ZERO.
           05  ACCT-CLAWED        PIC S9(9) COMP-3 VALUE ZERO.
           05  ACCT-EXPIRED       PIC S9(9) COMP-3 VALUE ZERO.
           05  ACCT-SHORT         PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  PCAT-CTL.
           05  PCAT-COUNT         PIC S9(4) COMP VALUE 0.
           05  PCAT-MAX           PIC S9(4) COMP VALUE 100.
       01  PCAT-TABLE.
           05  PCAT-ENTRY OCCURS 100 TIMES INDEXED BY PC-IDX.
               10  PCT-CODE       PIC X(4).
               10  PCT-EARN-RATE  PIC 9V99.
      *
       01  PXRF-CTL.
           05  PXRF-COUNT         PIC S9(4) COMP VALUE 0.
           05  PXRF-MAX           PIC S9(4) COMP VALUE 2000.
       01  PXRF-TABLE.
           05  PXRF-ENTRY OCCURS 2000 TIMES INDEXED BY PX-IDX.
               10  PXT-ACCT-NO    PIC X(8).
               10  PXT-PRODUCT    PIC X(4).
      *
       01  RWD-WORK.
           05  ACCT-KEY-WK        PIC X(8) VALUE SPACES.
           05  EARN-RATE-WK       PIC 9V99 VALUE ZERO.
           05  EXPIRY-MONTHS      PIC 9(2) VALUE 24.
           05  EXPIRY-CUTOFF      PIC 9(6) VALUE ZERO.
           05  MONTHS-WK          PIC S9(7) COMP-3 VALUE ZERO.
           05  CUTOFF-YEAR-WK     PIC 9(4) VALUE ZERO.
           05  CUTOFF-MONTH-WK    PIC 9(2) VALUE ZERO.
           05  MOVE-POINTS        PIC S9(9) COMP-3 VALUE ZERO.
           05  DEDUCT-LEFT        PIC S9(9) COMP-3 VALUE ZERO.
           05  TAKE-POINTS        PIC S9(9) COMP-3 VALUE ZERO.
           05  LOT-MONTH-WK       PIC 9(6) VALUE ZERO.
           05  LOT-SUB            PIC S9(4) COMP VALUE 0.
           05  LOT-MAX            PIC S9(4) COMP VALUE 36.
           05  YESTERDAY-NUM      PIC 9(8) VALUE ZERO.
      *
      *    LEDGER-WORK -- what the next RWDLEDG record says beyond
      *    the points and lot: the kind of movement and the
      *    transaction behind it.
       01  LEDGER-WORK.
           05  LEDG-TYPE-WK       PIC X(1) VALUE SPACE.
           05  LEDG-CODE-WK       PIC X(4) VALUE SPACES.
           05  LEDG-AMOUNT-WK     PIC S9(7)V99 COMP-3 VALUE ZERO.
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
               'Rewards Points Nightly Run'.
           05  FILLER         PIC X(10) VALUE 'Run date '.
           05  HDR-RUN-DATE-O PIC 9(8).
           05  FILLER         PIC X(32) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE '     Earned'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE 'Clawed back'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE '    Expired'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE '      Short'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(11) VALUE '    Balance'.
           05  FILLER         PIC X(07) VALUE SPACES.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(08) VALUE 'Totals  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  TRL-EARNED-O   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  TRL-CLAWED-O   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  TRL-EXPIRED-O  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  TRL-SHORT-O    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  TRL-BALANCE-O  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER         PIC X(07) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE YESTERDAY-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM) - 1).
           PERFORM READ-PARM-CARD.
           PERFORM SET-EXPIRY-CUTOFF.
           PERFORM LOAD-PRODUCT-RATES.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-POST-DATE
               USING TRAN-HIST
               GIVING SORTED-HIST.
           OPEN INPUT  RWD-IN.
           OPEN INPUT  SORTED-HIST.
           OPEN OUTPUT RWD-OUT.
           OPEN EXTEND RWD-LEDG.
           OPEN OUTPUT PRINT-LINE.
           MOVE CURRENT-DATE-NUM TO HDR-RUN-DATE-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-RWD.
           PERFORM READ-HIST.
      *
       MATCH-ACCOUNTS.
           PERFORM UNTIL NO-MORE-RWD AND NO-MORE-HIST
               PERFORM PROCESS-ONE-ACCOUNT
           END-PERFORM.
      *
       CLOSE-STOP.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE TOTAL-EARNED  TO TRL-EARNED-O.
           MOVE TOTAL-CLAWED  TO TRL-CLAWED-O.
           MOVE TOTAL-EXPIRED TO TRL-EXPIRED-O.
           MOVE TOTAL-SHORT   TO TRL-SHORT-O.
           MOVE TOTAL-BALANCE TO TRL-BALANCE-O.
           WRITE PRINT-REC FROM TRAILER-1.
           DISPLAY 'RWDEARN: RECORDS READ     = ' RWD-RECS-READ.
           DISPLAY 'RWDEARN: RECORDS WRITTEN  = ' RWD-RECS-WRITTEN.
           DISPLAY 'RWDEARN: NEW ACCOUNTS     = ' RWD-RECS-NEW.
           DISPLAY 'RWDEARN: ITEMS EARNED     = ' ITEMS-EARNED.
           DISPLAY 'RWDEARN: ITEMS CLAWED     = ' ITEMS-CLAWED.
           DISPLAY 'RWDEARN: LOTS EXPIRED     = ' LOTS-EXPIRED.
           DISPLAY 'RWDEARN: CLAWBACKS SHORT  = ' CLAWBACKS-SHORT.
           CLOSE RWD-IN.
           CLOSE SORTED-HIST.
           CLOSE RWD-OUT.
           CLOSE RWD-LEDG.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END SET NO-PARM-CARD TO TRUE
           END-READ.
           CLOSE PARM-CARD.
           IF NOT NO-PARM-CARD
               AND PARM-EXPIRY-MONTHS NUMERIC
               AND PARM-EXPIRY-MONTHS > '00'
               MOVE PARM-EXPIRY-MONTHS TO EXPIRY-MONTHS
           END-IF.
           IF EXPIRY-MONTHS > LOT-MAX
               DISPLAY 'RWDEARN: EXPIRY AGE ' EXPIRY-MONTHS
                       ' MONTHS OVER 36 -- 36 USED'
               MOVE 36 TO EXPIRY-MONTHS
           END-IF.
      *
      *    SET-EXPIRY-CUTOFF -- the newest earning month that has
      *    reached the expiry age this month.
       SET-EXPIRY-CUTOFF.
           COMPUTE MONTHS-WK = WS-CURRENT-YEAR * 12
               + WS-CURRENT-MONTH - 1 - EXPIRY-MONTHS.
           DIVIDE MONTHS-WK BY 12 GIVING CUTOFF-YEAR-WK
               REMAINDER CUTOFF-MONTH-WK.
           ADD 1 TO CUTOFF-MONTH-WK.
           MOVE CUTOFF-YEAR-WK  TO EXPIRY-CUTOFF(1:4).
           MOVE CUTOFF-MONTH-WK TO EXPIRY-CUTOFF(5:2).
      *
      *    LOAD-PRODUCT-RATES -- catalog earning rates and the
      *    account assignments into storage; a catalog record
      *    written before the rate existed earns nothing.
       LOAD-PRODUCT-RATES.
           OPEN INPUT PROD-CAT.
           PERFORM READ-PCAT
           PERFORM UNTIL NO-MORE-PCAT
               IF PRD-PRODUCT-CODE NOT = SPACES
                   AND PCAT-COUNT < PCAT-MAX
                   ADD 1 TO PCAT-COUNT
                   MOVE PRD-PRODUCT-CODE TO PCT-CODE(PCAT-COUNT)
                   IF PRD-EARN-RATE NUMERIC
                       MOVE PRD-EARN-RATE TO PCT-EARN-RATE(PCAT-COUNT)
                   ELSE
                       MOVE ZERO TO PCT-EARN-RATE(PCAT-COUNT)
                   END-IF
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
                   DISPLAY 'RWDEARN: PRODUCT XREF TABLE FULL -- '
                           'EXCESS ACCOUNTS EARN NOTHING'
                   SET NO-MORE-PXRF TO TRUE
               END-IF
               PERFORM READ-PXRF
           END-PERFORM.
           CLOSE PROD-XREF.
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
       READ-RWD.
           READ RWD-IN
               AT END SET NO-MORE-RWD TO TRUE
           END-READ.
           IF NOT NO-MORE-RWD
               ADD 1 TO RWD-RECS-READ
           END-IF.
      *
       READ-HIST.
           READ SORTED-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
      *    PROCESS-ONE-ACCOUNT -- the lower of the two keys in hand.
      *    An account with history but no points record is started
      *    from nothing, earning from yesterday; it is kept only if
      *    it earns.
       PROCESS-ONE-ACCOUNT.
           IF NO-MORE-HIST
               OR (NOT NO-MORE-RWD AND RWI-ACCT-NO NOT > SHST-ACCT-NO)
               MOVE RWD-IN-FIELDS TO RWD-FIELDS
               SET ACCOUNT-ON-FILE TO TRUE
               PERFORM READ-RWD
           ELSE
               MOVE 'N'           TO ON-FILE-FLAG
               MOVE SPACES        TO RWD-FIELDS
               MOVE SHST-ACCT-NO  TO RWD-ACCT-NO
               MOVE ZERO          TO RWD-POINTS-BAL
               MOVE YESTERDAY-NUM TO RWD-EARNED-THRU
               MOVE ZERO          TO RWD-LIFE-EARNED
               MOVE ZERO          TO RWD-LIFE-REDEEMED
               MOVE ZERO          TO RWD-LIFE-EXPIRED
               MOVE ZERO          TO RWD-LIFE-CLAWED
               MOVE ZERO          TO RWD-LOT-COUNT
           END-IF.
           MOVE RWD-ACCT-NO TO ACCT-KEY-WK.
           MOVE ZERO TO ACCT-EARNED.
           MOVE ZERO TO ACCT-CLAWED.
           MOVE ZERO TO ACCT-EXPIRED.
           MOVE ZERO TO ACCT-SHORT.
           PERFORM EXPIRE-OLD-LOTS.
           PERFORM PICK-EARN-RATE.
           PERFORM UNTIL NO-MORE-HIST
               OR SHST-ACCT-NO NOT = ACCT-KEY-WK
               PERFORM APPLY-ONE-HIST
               PERFORM READ-HIST
           END-PERFORM.
           IF ACCOUNT-ON-FILE OR ACCT-EARNED > ZERO
               IF NOT ACCOUNT-ON-FILE
                   ADD 1 TO RWD-RECS-NEW
               END-IF
               MOVE CURRENT-DATE-NUM TO RWD-EARNED-THRU
               WRITE RWD-FIELDS
               ADD 1 TO RWD-RECS-WRITTEN
               ADD RWD-POINTS-BAL TO TOTAL-BALANCE
           END-IF.
           PERFORM WRITE-ACCOUNT-LINE.
      *
       PICK-EARN-RATE.
           MOVE ZERO TO EARN-RATE-WK.
           PERFORM VARYING PX-IDX FROM 1 BY 1
               UNTIL PX-IDX > PXRF-COUNT
               IF PXT-ACCT-NO(PX-IDX) = ACCT-KEY-WK
                   PERFORM VARYING PC-IDX FROM 1 BY 1
                       UNTIL PC-IDX > PCAT-COUNT
                       IF PCT-CODE(PC-IDX) = PXT-PRODUCT(PX-IDX)
                           MOVE PCT-EARN-RATE(PC-IDX) TO EARN-RATE-WK
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
      *    APPLY-ONE-HIST -- only history posted after the account's
      *    earned-through date, and not after today, is looked at.
       APPLY-ONE-HIST.
           IF SHST-POST-DATE > RWD-EARNED-THRU
               AND SHST-POST-DATE NOT > CURRENT-DATE-NUM
               EVALUATE TRUE
                   WHEN SHST-TRAN-CODE = 'PRCH'
                       OR SHST-TRAN-CODE = 'DSPR'
                       OR (SHST-TRAN-CODE = SPACES
                           AND SHST-CREDIT
                           AND SHST-COMMENT = 'PURCHASE')
                       PERFORM EARN-POINTS
                   WHEN SHST-TRAN-CODE = 'RVCH'
                       OR SHST-TRAN-CODE = 'DSPC'
                       OR SHST-TRAN-CODE = 'NSFR'
                       PERFORM CLAW-BACK-POINTS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
      *    EARN-POINTS -- whole points into the lot for the month
      *    the item posted.  History arrives in posting order, so
      *    that lot is always the newest; should all 36 be in use
      *    the newest lot takes the points.
       EARN-POINTS.
           COMPUTE MOVE-POINTS = SHST-AMOUNT * EARN-RATE-WK.
           IF MOVE-POINTS > ZERO
               MOVE SHST-POST-DATE(1:6) TO LOT-MONTH-WK
               IF RWD-LOT-COUNT > 0
                   AND (RWD-LOT-MONTH(RWD-LOT-COUNT) = LOT-MONTH-WK
                        OR RWD-LOT-COUNT >= LOT-MAX)
                   ADD MOVE-POINTS TO RWD-LOT-POINTS(RWD-LOT-COUNT)
                   MOVE RWD-LOT-MONTH(RWD-LOT-COUNT) TO LOT-MONTH-WK
               ELSE
                   ADD 1 TO RWD-LOT-COUNT
                   MOVE LOT-MONTH-WK TO RWD-LOT-MONTH(RWD-LOT-COUNT)
                   MOVE MOVE-POINTS  TO RWD-LOT-POINTS(RWD-LOT-COUNT)
               END-IF
               ADD MOVE-POINTS TO RWD-POINTS-BAL
               ADD MOVE-POINTS TO RWD-LIFE-EARNED
               ADD MOVE-POINTS TO ACCT-EARNED
               ADD MOVE-POINTS TO TOTAL-EARNED
               ADD 1 TO ITEMS-EARNED
               MOVE 'E'            TO LEDG-TYPE-WK
               MOVE SHST-TRAN-CODE TO LEDG-CODE-WK
               IF SHST-TRAN-CODE = SPACES
                   MOVE 'PRCH' TO LEDG-CODE-WK
               END-IF
               MOVE SHST-AMOUNT    TO LEDG-AMOUNT-WK
               MOVE MOVE-POINTS    TO TAKE-POINTS
               PERFORM WRITE-LEDGER
           END-IF.
      *
      *    CLAW-BACK-POINTS -- what the amount earns at the
      *    account's rate comes back off the oldest lots; what the
      *    balance cannot cover is reported short.
       CLAW-BACK-POINTS.
           COMPUTE MOVE-POINTS = SHST-AMOUNT * EARN-RATE-WK.
           IF MOVE-POINTS > ZERO
               ADD 1 TO ITEMS-CLAWED
               MOVE 'C'            TO LEDG-TYPE-WK
               MOVE SHST-TRAN-CODE TO LEDG-CODE-WK
               MOVE SHST-AMOUNT    TO LEDG-AMOUNT-WK
               MOVE MOVE-POINTS    TO DEDUCT-LEFT
               PERFORM DEDUCT-OLDEST-LOT
                   UNTIL DEDUCT-LEFT = ZERO OR RWD-LOT-COUNT = 0
               COMPUTE TAKE-POINTS = MOVE-POINTS - DEDUCT-LEFT
               ADD TAKE-POINTS TO RWD-LIFE-CLAWED
               ADD TAKE-POINTS TO ACCT-CLAWED
               ADD TAKE-POINTS TO TOTAL-CLAWED
               IF DEDUCT-LEFT > ZERO
                   ADD 1           TO CLAWBACKS-SHORT
                   ADD DEDUCT-LEFT TO ACCT-SHORT
                   ADD DEDUCT-LEFT TO TOTAL-SHORT
               END-IF
           END-IF.
      *
      *    DEDUCT-OLDEST-LOT -- takes what it can from lot 1 and
      *    writes the ledger record for it; an emptied lot is
      *    dropped and the rest move up.
       DEDUCT-OLDEST-LOT.
           MOVE RWD-LOT-MONTH(1) TO LOT-MONTH-WK.
           IF RWD-LOT-POINTS(1) > DEDUCT-LEFT
               MOVE DEDUCT-LEFT TO TAKE-POINTS
               SUBTRACT TAKE-POINTS FROM RWD-LOT-POINTS(1)
           ELSE
               MOVE RWD-LOT-POINTS(1) TO TAKE-POINTS
               PERFORM DROP-OLDEST-LOT
           END-IF.
           SUBTRACT TAKE-POINTS FROM DEDUCT-LEFT.
           SUBTRACT TAKE-POINTS FROM RWD-POINTS-BAL.
           COMPUTE TAKE-POINTS = 0 - TAKE-POINTS.
           PERFORM WRITE-LEDGER.
      *
       DROP-OLDEST-LOT.
           PERFORM VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB >= RWD-LOT-COUNT
               MOVE RWD-LOT(LOT-SUB + 1) TO RWD-LOT(LOT-SUB)
           END-PERFORM.
           MOVE ZERO TO RWD-LOT-MONTH(RWD-LOT-COUNT).
           MOVE ZERO TO RWD-LOT-POINTS(RWD-LOT-COUNT).
           SUBTRACT 1 FROM RWD-LOT-COUNT.
      *
      *    EXPIRE-OLD-LOTS -- every lot earned in or before the
      *    cutoff month is written off whole.
       EXPIRE-OLD-LOTS.
           PERFORM UNTIL RWD-LOT-COUNT = 0
               OR RWD-LOT-MONTH(1) > EXPIRY-CUTOFF
               MOVE RWD-LOT-MONTH(1)  TO LOT-MONTH-WK
               MOVE RWD-LOT-POINTS(1) TO MOVE-POINTS
               PERFORM DROP-OLDEST-LOT
               SUBTRACT MOVE-POINTS FROM RWD-POINTS-BAL
               ADD MOVE-POINTS TO RWD-LIFE-EXPIRED
               ADD MOVE-POINTS TO ACCT-EXPIRED
               ADD MOVE-POINTS TO TOTAL-EXPIRED
               ADD 1 TO LOTS-EXPIRED
               MOVE 'X'    TO LEDG-TYPE-WK
               MOVE SPACES TO LEDG-CODE-WK
               MOVE ZERO   TO LEDG-AMOUNT-WK
               COMPUTE TAKE-POINTS = 0 - MOVE-POINTS
               PERFORM WRITE-LEDGER
           END-PERFORM.
      *
       WRITE-LEDGER.
           MOVE SPACES           TO RLG-FIELDS.
           MOVE ACCT-KEY-WK      TO RLG-ACCT-NO.
           MOVE CURRENT-DATE-NUM TO RLG-DATE.
           MOVE LEDG-TYPE-WK     TO RLG-TYPE.
           MOVE TAKE-POINTS      TO RLG-POINTS.
           MOVE LEDG-CODE-WK     TO RLG-TRAN-CODE.
           MOVE LEDG-AMOUNT-WK   TO RLG-TRAN-AMOUNT.
           MOVE LOT-MONTH-WK     TO RLG-LOT-MONTH.
           MOVE 'RWDEARN'        TO RLG-PROGRAM.
           WRITE RLG-FIELDS.
      *
       WRITE-ACCOUNT-LINE.
           IF ACCT-EARNED > ZERO OR ACCT-CLAWED > ZERO
               OR ACCT-EXPIRED > ZERO OR ACCT-SHORT > ZERO
               MOVE SPACES         TO PRINT-REC
               MOVE ACCT-KEY-WK    TO RPT-ACCT-NO-O
               MOVE ACCT-EARNED    TO RPT-EARNED-O
               MOVE ACCT-CLAWED    TO RPT-CLAWED-O
               MOVE ACCT-EXPIRED   TO RPT-EXPIRED-O
               MOVE ACCT-SHORT     TO RPT-SHORT-O
               MOVE RWD-POINTS-BAL TO RPT-BALANCE-O
               WRITE PRINT-REC
           END-IF.
      *
