      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ALLOWANC.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    ALLOWANC books the month-end allowance for loan losses,
      *    the reserve finance must hold against the losses still
      *    expected on the book -- until now worked out in a
      *    spreadsheet and journaled by hand.  CHGOFF books the
      *    write-offs as they happen; this run books the provision
      *    that stands ready for them.
      *
      *    Every account on the month-end master that owes money is
      *    placed by aging bucket -- the ROLLRATE states, current
      *    through over 120 by DLQFILE cycles past due -- and by its
      *    RISKSCOR grade off SCOREF (U for an account not yet
      *    scored).  Credit balances, and charged-off (status O)
      *    and transferred (status T) accounts, carry no allowance
      *    and are left out.  Each bucket-and-grade cell's balance
      *    is multiplied by its loss rate, taken by PARMCARD byte 1:
      *
      *      C (or blank) -- the finance-kept control file LOSSRATE
      *        (LRTFLDS): the cell's own rate, else its bucket's
      *        '*' rate.  A cell with balances and no rate at all
      *        stops the run (RC 8) before anything is booked.
      *      R -- the roll-rate history ROLLHIST (RRHFLDS): each
      *        bucket's dollar roll rate, pooled over the latest
      *        month on the file and the two before it, chained to
      *        charge-off -- over 120's roll rate, times 91-120's
      *        roll into it, and so on back to current -- then
      *        scaled by the grade's LOSSRATE factor.  A bucket the
      *        history has no balances in is taken to roll whole,
      *        the prudent reading, and the report says so.  An
      *        empty history stops the run (RC 8).
      *
      *    A rate is never taken above 100%.  The required
      *    allowance is the sum of the cells.  As RWDGL does for
      *    the rewards liability, only the change is booked: the
      *    allowance last booked is read from ALLWHIST, the
      *    difference is written to GLFEED as one balanced pair --
      *    debit LOAN-LOSS PROVISION EXPENSE (54000000), credit
      *    ALLOWANCE FOR LOAN LOSSES (12000000) when the reserve
      *    must grow; the reverse when it is released -- and this
      *    month's figure is appended to ALLWHIST.  A month already
      *    on ALLWHIST is never booked twice (RC 8, no feed).
      *    ALLWRPT supports the entry by bucket and grade.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT DLQ-IN      ASSIGN TO DLQFILE.
           SELECT SCORE-FILE  ASSIGN TO SCOREF.
           SELECT RATE-CTL    ASSIGN TO LOSSRATE.
           SELECT ROLL-HIST   ASSIGN TO ROLLHIST.
           SELECT ALLW-CTL    ASSIGN TO ALLWHIST.
           SELECT GL-FEED     ASSIGN TO GLFEED.
           SELECT PRINT-LINE  ASSIGN TO ALLWRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    PARM-CARD -- byte 1 the loss-rate source: C the LOSSRATE
      *    control file (blank is C), R the roll-rate history.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RATE-SOURCE   PIC X(1).
           05  FILLER             PIC X(79).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  DLQ-IN RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
       FD  SCORE-FILE RECORDING MODE F.
       01  SCORE-FIELDS.
           COPY SCRFLDS.
      *
       FD  RATE-CTL RECORDING MODE F.
       01  RATE-CTL-FIELDS.
           COPY LRTFLDS.
      *
       FD  ROLL-HIST RECORDING MODE F.
       01  ROLL-HIST-FIELDS.
           COPY RRHFLDS.
      *
      *    ALLW-CTL -- one 80-byte record per month booked: the
      *    month, the balances reserved against, the allowance they
      *    required, the rate source, and the date it was booked.
      *    Cumulative; the last record is the allowance the ledger
      *    now carries.
       FD  ALLW-CTL RECORDING MODE F.
       01  ALLW-REC.
           05  ALLW-MONTH         PIC 9(6).
           05  ALLW-BALANCE       PIC S9(11)V99 COMP-3.
           05  ALLW-AMOUNT        PIC S9(11)V99 COMP-3.
           05  ALLW-RATE-SOURCE   PIC X(1).
           05  ALLW-BOOKED-DATE   PIC 9(8).
           05  FILLER             PIC X(51).
      *
      *    GL-FEED -- the month's change in allowance as one
      *    balanced ledger journal pair; see GLFLDS for the chart of
      *    accounts.
       FD  GL-FEED RECORDING MODE F.
       01  GL-FIELDS.
           COPY GLFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  DLQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DLQ        VALUE 'Y'.
           05  SCORE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-SCORES     VALUE 'Y'.
           05  RATE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RATES      VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  ALLW-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ALLW       VALUE 'Y'.
           05  BOOKED-FLAG        PIC X VALUE 'N'.
               88  MONTH-ALREADY-BOOKED VALUE 'Y'.
           05  UNRATED-FLAG       PIC X VALUE 'N'.
               88  CELL-UNRATED       VALUE 'Y'.
           05  RATE-FOUND-FLAG    PIC X VALUE 'N'.
               88  RATE-FOUND         VALUE 'Y'.
           05  DLQ-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DLQ-TABLE-FULL     VALUE 'Y'.
           05  SCORE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  SCORE-TABLE-FULL   VALUE 'Y'.
           05  LRT-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  LRT-TABLE-FULL     VALUE 'Y'.
           05  RATE-SOURCE        PIC X VALUE 'C'.
               88  RATES-FROM-CONTROL VALUE 'C'.
               88  RATES-FROM-ROLLS   VALUE 'R'.
      *
       01  ALLOWANCE-COUNTS.
           05  RECORDS-SCANNED    PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-RESERVED     PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-CREDIT-BAL   PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-CHARGED-OFF  PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-TRANSFERRED  PIC S9(7) COMP-3 VALUE ZERO.
           05  BAD-RATE-RECS      PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-MONTHS-USED   PIC 9(1) VALUE ZERO.
           05  BUCKETS-UNSEEN     PIC 9(1) VALUE ZERO.
      *
      *    DLQ-TABLE -- the accounts DLQFILE shows past due, loaded
      *    the way AGERPT loads them.
       01  DLQ-CTL.
           05  DLQ-COUNT          PIC S9(4) COMP VALUE 0.
           05  DLQ-MAX            PIC S9(4) COMP VALUE 5000.
       01  DLQ-TABLE.
           05  DLQ-ENTRY OCCURS 5000 TIMES INDEXED BY DQ-IDX.
               10  DQT-ACCT-NO    PIC X(8).
               10  DQT-CYCLES     PIC 9(2).
      *
      *    SCORE-TABLE -- every account's RISKSCOR grade.
       01  SCORE-CTL.
           05  SCORE-COUNT        PIC S9(4) COMP VALUE 0.
           05  SCORE-MAX          PIC S9(4) COMP VALUE 5000.
       01  SCORE-TABLE.
           05  SCORE-ENTRY OCCURS 5000 TIMES INDEXED BY SC-IDX.
               10  SCT-ACCT-NO    PIC X(8).
               10  SCT-GRADE      PIC X(1).
      *
      *    LRT-TABLE -- the LOSSRATE rate and factor records.
       01  LRT-CTL.
           05  LRT-COUNT          PIC S9(4) COMP VALUE 0.
           05  LRT-MAX            PIC S9(4) COMP VALUE 100.
       01  LRT-TABLE.
           05  LRT-ENTRY OCCURS 100 TIMES INDEXED BY LR-IDX.
               10  LRTT-TYPE      PIC X(1).
               10  LRTT-BUCKET    PIC 9(1).
               10  LRTT-GRADE     PIC X(1).
               10  LRTT-RATE      PIC 9V9(5).
      *
      *    CELL-TABLE -- the book by bucket (rows, the ROLLRATE
      *    states 1-6) and grade (columns A-E, then U unscored).
       01  CELL-TABLE.
           05  CELL-BUCKET OCCURS 6 TIMES INDEXED BY BK-IDX.
               10  CELL-GRADE OCCURS 6 TIMES INDEXED BY GR-IDX.
                   15  CELL-ACCTS     PIC S9(7) COMP-3.
                   15  CELL-BALANCE   PIC S9(11)V99 COMP-3.
                   15  CELL-RATE      PIC 9V9(5).
                   15  CELL-ALLOWANCE PIC S9(11)V99 COMP-3.
       01  GRADE-LETTERS          PIC X(6) VALUE 'ABCDEU'.
      *
      *    CHAIN-TABLE -- the roll-rate history pooled per bucket,
      *    and each bucket's chained loss rate to charge-off.
       01  CHAIN-TABLE.
           05  CHAIN-ROW OCCURS 6 TIMES INDEXED BY CN-IDX.
               10  CHN-BASE-BALANCE   PIC S9(13)V99 COMP-3.
               10  CHN-ROLLED-BALANCE PIC S9(13)V99 COMP-3.
               10  CHN-ROLL-RATE      PIC S9V9(9) COMP-3.
               10  CHN-LOSS-RATE      PIC S9V9(9) COMP-3.
      *
      *    BUCKET-NAMES -- the ROLLRATE state labels.
       01  BUCKET-NAME-VALUES.
           05  FILLER             PIC X(10) VALUE 'CURRENT'.
           05  FILLER             PIC X(10) VALUE '1-30'.
           05  FILLER             PIC X(10) VALUE '31-60'.
           05  FILLER             PIC X(10) VALUE '61-90'.
           05  FILLER             PIC X(10) VALUE '91-120'.
           05  FILLER             PIC X(10) VALUE 'OVER 120'.
       01  BUCKET-NAMES REDEFINES BUCKET-NAME-VALUES.
           05  BUCKET-NAME        PIC X(10) OCCURS 6 TIMES.
      *
       01  ALLOWANCE-WORK.
           05  RUN-MONTH          PIC 9(6) VALUE ZERO.
           05  BUCKET-NO          PIC S9(4) COMP VALUE 0.
           05  GRADE-NO           PIC S9(4) COMP VALUE 0.
           05  ACCT-GRADE         PIC X(1) VALUE SPACE.
           05  CYCLES-PAST-DUE    PIC 9(2) VALUE ZERO.
           05  GRADE-FACTOR       PIC 9V9(5) VALUE ZERO.
           05  RATE-WORK          PIC S9(3)V9(9) COMP-3 VALUE ZERO.
           05  PRIOR-ALLOWANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  NEW-ALLOWANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  ALLOWANCE-CHANGE   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  GL-CHANGE-AMT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  BOOK-BALANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  BUCKET-ACCTS       PIC S9(7) COMP-3 VALUE ZERO.
           05  BUCKET-BALANCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  BUCKET-ALLOWANCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  HIST-LATEST        PIC 9(6) VALUE ZERO.
           05  HIST-MONTH-1       PIC 9(6) VALUE ZERO.
           05  HIST-MONTH-2       PIC 9(6) VALUE ZERO.
           05  HIST-SEEN-0        PIC X(1) VALUE 'N'.
           05  HIST-SEEN-1        PIC X(1) VALUE 'N'.
           05  HIST-SEEN-2        PIC X(1) VALUE 'N'.
           05  MONTH-SERIAL       PIC S9(7) COMP-3 VALUE ZERO.
           05  MONTH-WORK-YR      PIC S9(7) COMP-3 VALUE ZERO.
           05  MONTH-WORK-MO      PIC S9(7) COMP-3 VALUE ZERO.
       01  MONTH-BUILD            PIC 9(6) VALUE ZERO.
       01  MONTH-BUILD-PARTS REDEFINES MONTH-BUILD.
           05  MONTH-BUILD-YR     PIC 9(4).
           05  MONTH-BUILD-MO     PIC 9(2).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  GL-BALANCE-CHECK.
           05 GL-DR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 GL-CR-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(32) VALUE
               'Allowance for Loan Losses  Month'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  HDR-MONTH-O    PIC 9(6).
           05  FILLER         PIC X(16) VALUE '  Rate source: '.
           05  HDR-SOURCE-O   PIC X(30).
           05  FILLER         PIC X(35) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(54) VALUE
               'Bucket      Grade    Accts          Balance  Loss rate'.
           05  FILLER         PIC X(18) VALUE
               '        Allowance'.
           05  FILLER         PIC X(48) VALUE SPACES.
      *
       01  DETAIL-LINE.
           05  DTL-BUCKET-O   PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-GRADE-O    PIC X(05).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-ACCTS-O    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-BALANCE-O  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-RATE-O     PIC ZZ9.999.
           05  DTL-PCT-O      PIC X(01).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DTL-ALLOW-O    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  TRAILER-LINE.
           05  TRL-LABEL-O    PIC X(38).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  TRL-AMOUNT-O   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER         PIC X(65) VALUE SPACES.
      *
       01  ROLL-NOTE-LINE.
           05  FILLER         PIC X(23) VALUE
               'Roll rates pooled over '.
           05  NOTE-MONTHS-O  PIC 9.
           05  FILLER         PIC X(29) VALUE
               ' month(s) of ROLLHIST; rated '.
           05  NOTE-UNSEEN-O  PIC 9.
           05  FILLER         PIC X(41) VALUE
               ' bucket(s) with no history to roll whole.'.
           05  FILLER         PIC X(25) VALUE SPACES.
      *
       01  BLANK-LINE         PIC X(120) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE CURRENT-DATE-NUM(1:6) TO RUN-MONTH.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-CARD.
           IF PARM-RATE-SOURCE NOT = SPACE
               MOVE PARM-RATE-SOURCE TO RATE-SOURCE
           END-IF.
           IF NOT RATES-FROM-CONTROL AND NOT RATES-FROM-ROLLS
               DISPLAY 'ALLOWANC: RATE SOURCE ' PARM-RATE-SOURCE
                       ' NOT C OR R -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-ALLOWANCE-CONTROL.
           IF MONTH-ALREADY-BOOKED
               DISPLAY 'ALLOWANC: ALLOWANCE FOR ' RUN-MONTH
                       ' ALREADY BOOKED -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE CELL-TABLE.
           INITIALIZE CHAIN-TABLE.
           PERFORM LOAD-LOSS-RATES.
           IF RATES-FROM-ROLLS
               PERFORM CHAIN-THE-ROLL-RATES
               IF HIST-MONTHS-USED = ZERO
                   DISPLAY 'ALLOWANC: ROLLHIST IS EMPTY -- NO ROLL '
                           'RATES TO RESERVE ON, RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM LOAD-DLQ-TABLE.
           PERFORM LOAD-SCORE-TABLE.
           OPEN INPUT ACCT-REC.
      *
       SUM-THE-BOOK.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO RECORDS-SCANNED
               PERFORM PLACE-ONE-ACCOUNT
               PERFORM READ-RECORD
           END-PERFORM.
           CLOSE ACCT-REC.
      *
       RATE-THE-BOOK.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 6
               PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > 6
                   PERFORM RATE-ONE-CELL
               END-PERFORM
           END-PERFORM.
           IF CELL-UNRATED
               DISPLAY 'ALLOWANC: BALANCES WITH NO LOSS RATE ON '
                       'LOSSRATE -- NOTHING BOOKED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE ALLOWANCE-CHANGE = NEW-ALLOWANCE - PRIOR-ALLOWANCE.
           OPEN OUTPUT GL-FEED.
           PERFORM WRITE-GL-FEED.
           CLOSE GL-FEED.
           PERFORM RECORD-ALLOWANCE-BOOKED.
           PERFORM PRINT-THE-REPORT.
      *
       CLOSE-STOP.
           DISPLAY 'ALLOWANC: RECORDS READ      = ' RECORDS-SCANNED.
           DISPLAY 'ALLOWANC: ACCOUNTS RESERVED = ' ACCTS-RESERVED.
           DISPLAY 'ALLOWANC: CREDIT/ZERO BAL   = ' ACCTS-CREDIT-BAL.
           DISPLAY 'ALLOWANC: CHARGED OFF       = ' ACCTS-CHARGED-OFF.
           DISPLAY 'ALLOWANC: TRANSFERRED       = ' ACCTS-TRANSFERRED.
           DISPLAY 'ALLOWANC: RATE SOURCE       = ' RATE-SOURCE.
           DISPLAY 'ALLOWANC: PRIOR ALLOWANCE   = ' PRIOR-ALLOWANCE.
           DISPLAY 'ALLOWANC: NEW ALLOWANCE     = ' NEW-ALLOWANCE.
           DISPLAY 'ALLOWANC: CHANGE BOOKED     = ' ALLOWANCE-CHANGE.
           IF BAD-RATE-RECS > ZERO
               DISPLAY 'ALLOWANC: LOSSRATE RECORDS IGNORED = '
                       BAD-RATE-RECS
           END-IF.
           IF DLQ-TABLE-FULL
               DISPLAY 'ALLOWANC: DLQ TABLE FILLED AT 5000 -- '
                       'EXCESS ACCOUNTS RESERVED AS CURRENT'
           END-IF.
           IF SCORE-TABLE-FULL
               DISPLAY 'ALLOWANC: SCORE TABLE FILLED AT 5000 -- '
                       'EXCESS ACCOUNTS RESERVED AS UNSCORED'
           END-IF.
           IF LRT-TABLE-FULL
               DISPLAY 'ALLOWANC: LOSSRATE TABLE FILLED AT 100 -- '
                       'EXCESS RECORDS IGNORED'
           END-IF.
           GOBACK.
      *
      *    READ-ALLOWANCE-CONTROL -- the last month booked carries
      *    the allowance on the ledger now; this month on the file
      *    at all means the run has been made.
       READ-ALLOWANCE-CONTROL.
           OPEN INPUT ALLW-CTL.
           PERFORM READ-ALLW
           PERFORM UNTIL NO-MORE-ALLW
               MOVE ALLW-AMOUNT TO PRIOR-ALLOWANCE
               IF ALLW-MONTH = RUN-MONTH
                   SET MONTH-ALREADY-BOOKED TO TRUE
               END-IF
               PERFORM READ-ALLW
           END-PERFORM.
           CLOSE ALLW-CTL.
      *
       READ-ALLW.
           READ ALLW-CTL
               AT END SET NO-MORE-ALLW TO TRUE
           END-READ.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    PLACE-ONE-ACCOUNT -- an owing account's balance into its
      *    bucket-and-grade cell.
       PLACE-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCOUNT-CHARGEDOFF
                   ADD 1 TO ACCTS-CHARGED-OFF
               WHEN ACCOUNT-TRANSFERRED
                   ADD 1 TO ACCTS-TRANSFERRED
               WHEN ACCT-BALANCE NOT > ZERO
                   ADD 1 TO ACCTS-CREDIT-BAL
               WHEN OTHER
                   ADD 1 TO ACCTS-RESERVED
                   PERFORM FIND-CYCLES-PAST-DUE
                   IF CYCLES-PAST-DUE > 4
                       MOVE 6 TO BUCKET-NO
                   ELSE
                       COMPUTE BUCKET-NO = CYCLES-PAST-DUE + 1
                   END-IF
                   PERFORM FIND-ACCOUNT-GRADE
                   SET BK-IDX TO BUCKET-NO
                   SET GR-IDX TO GRADE-NO
                   ADD 1 TO CELL-ACCTS(BK-IDX GR-IDX)
                   ADD ACCT-BALANCE TO CELL-BALANCE(BK-IDX GR-IDX)
                   ADD ACCT-BALANCE TO BOOK-BALANCE
           END-EVALUATE.
      *
       FIND-CYCLES-PAST-DUE.
           MOVE ZERO TO CYCLES-PAST-DUE.
           PERFORM VARYING DQ-IDX FROM 1 BY 1
               UNTIL DQ-IDX > DLQ-COUNT
               IF DQT-ACCT-NO(DQ-IDX) = ACCT-NO
                   MOVE DQT-CYCLES(DQ-IDX) TO CYCLES-PAST-DUE
               END-IF
           END-PERFORM.
      *
      *    FIND-ACCOUNT-GRADE -- the grade's column; no score, or a
      *    grade outside A-E, is the unscored column 6.
       FIND-ACCOUNT-GRADE.
           MOVE 'U' TO ACCT-GRADE.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SCORE-COUNT
               IF SCT-ACCT-NO(SC-IDX) = ACCT-NO
                   MOVE SCT-GRADE(SC-IDX) TO ACCT-GRADE
               END-IF
           END-PERFORM.
           MOVE 6 TO GRADE-NO.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > 5
               IF GRADE-LETTERS(GR-IDX:1) = ACCT-GRADE
                   SET GRADE-NO TO GR-IDX
               END-IF
           END-PERFORM.
      *
      *    RATE-ONE-CELL -- the cell's loss rate by the chosen
      *    source, held to 100%, and the allowance it requires.
       RATE-ONE-CELL.
           IF RATES-FROM-ROLLS
               PERFORM FIND-GRADE-FACTOR
               COMPUTE RATE-WORK ROUNDED =
                   CHN-LOSS-RATE(BK-IDX) * GRADE-FACTOR
           ELSE
               PERFORM FIND-CONTROL-RATE
               IF NOT RATE-FOUND AND CELL-ACCTS(BK-IDX GR-IDX) > 0
                   SET CELL-UNRATED TO TRUE
                   DISPLAY 'ALLOWANC: NO LOSS RATE FOR BUCKET '
                           BUCKET-NAME(BK-IDX) ' GRADE '
                           GRADE-LETTERS(GR-IDX:1)
               END-IF
           END-IF.
           IF RATE-WORK > 1
               MOVE 1 TO RATE-WORK
           END-IF.
           IF RATE-WORK < ZERO
               MOVE ZERO TO RATE-WORK
           END-IF.
           COMPUTE CELL-RATE(BK-IDX GR-IDX) ROUNDED = RATE-WORK.
           COMPUTE CELL-ALLOWANCE(BK-IDX GR-IDX) ROUNDED =
               CELL-BALANCE(BK-IDX GR-IDX)
               * CELL-RATE(BK-IDX GR-IDX).
           ADD CELL-ALLOWANCE(BK-IDX GR-IDX) TO NEW-ALLOWANCE.
      *
      *    FIND-CONTROL-RATE -- the cell's own rate wins over its
      *    bucket's '*' rate, whichever order they were keyed in.
       FIND-CONTROL-RATE.
           MOVE 'N' TO RATE-FOUND-FLAG.
           MOVE ZERO TO RATE-WORK.
           PERFORM VARYING LR-IDX FROM 1 BY 1
               UNTIL LR-IDX > LRT-COUNT
               IF LRTT-TYPE(LR-IDX) = 'R'
                   AND LRTT-BUCKET(LR-IDX) = BK-IDX
                   AND LRTT-GRADE(LR-IDX) = '*'
                   AND NOT RATE-FOUND
                   MOVE LRTT-RATE(LR-IDX) TO RATE-WORK
                   SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING LR-IDX FROM 1 BY 1
               UNTIL LR-IDX > LRT-COUNT
               IF LRTT-TYPE(LR-IDX) = 'R'
                   AND LRTT-BUCKET(LR-IDX) = BK-IDX
                   AND LRTT-GRADE(LR-IDX) = GRADE-LETTERS(GR-IDX:1)
                   MOVE LRTT-RATE(LR-IDX) TO RATE-WORK
                   SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
       FIND-GRADE-FACTOR.
           MOVE 1 TO GRADE-FACTOR.
           PERFORM VARYING LR-IDX FROM 1 BY 1
               UNTIL LR-IDX > LRT-COUNT
               IF LRTT-TYPE(LR-IDX) = 'F'
                   AND LRTT-GRADE(LR-IDX) = GRADE-LETTERS(GR-IDX:1)
                   MOVE LRTT-RATE(LR-IDX) TO GRADE-FACTOR
               END-IF
           END-PERFORM.
      *
      *    LOAD-LOSS-RATES -- rate records need a bucket 1-6 and a
      *    grade A-E, U or '*'; factor records a grade A-E or U.
      *    Anything else is counted and ignored.
       LOAD-LOSS-RATES.
           OPEN INPUT RATE-CTL.
           PERFORM READ-RATE-CTL
           PERFORM UNTIL NO-MORE-RATES
               IF LRT-RATE NOT NUMERIC
                   OR (NOT LRT-RATE-REC AND NOT LRT-FACTOR-REC)
                   OR (LRT-RATE-REC AND (LRT-BUCKET NOT NUMERIC
                       OR LRT-BUCKET < 1 OR LRT-BUCKET > 6))
                   OR (LRT-FACTOR-REC AND LRT-ANY-GRADE)
                   OR (LRT-GRADE NOT = '*' AND LRT-GRADE NOT = 'A'
                       AND LRT-GRADE NOT = 'B' AND LRT-GRADE NOT = 'C'
                       AND LRT-GRADE NOT = 'D' AND LRT-GRADE NOT = 'E'
                       AND LRT-GRADE NOT = 'U')
                   ADD 1 TO BAD-RATE-RECS
               ELSE
                   IF LRT-COUNT < LRT-MAX
                       ADD 1 TO LRT-COUNT
                       MOVE LRT-REC-TYPE TO LRTT-TYPE(LRT-COUNT)
                       MOVE LRT-GRADE    TO LRTT-GRADE(LRT-COUNT)
                       MOVE LRT-RATE     TO LRTT-RATE(LRT-COUNT)
                       IF LRT-RATE-REC
                           MOVE LRT-BUCKET TO LRTT-BUCKET(LRT-COUNT)
                       ELSE
                           MOVE ZERO TO LRTT-BUCKET(LRT-COUNT)
                       END-IF
                   ELSE
                       SET LRT-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-RATE-CTL
           END-PERFORM.
           CLOSE RATE-CTL.
      *
       READ-RATE-CTL.
           READ RATE-CTL
               AT END SET NO-MORE-RATES TO TRUE
           END-READ.
      *
      *    CHAIN-THE-ROLL-RATES -- the latest month on ROLLHIST and
      *    the two calendar months before it are pooled per bucket
      *    into dollar roll rates, then chained back from over 120
      *    so each bucket's loss rate is the share of its dollars
      *    expected to roll all the way to charge-off.
       CHAIN-THE-ROLL-RATES.
           OPEN INPUT ROLL-HIST.
           PERFORM READ-ROLL-HIST
           PERFORM UNTIL NO-MORE-HIST
               IF RRH-AS-OF-MONTH > HIST-LATEST
                   MOVE RRH-AS-OF-MONTH TO HIST-LATEST
               END-IF
               PERFORM READ-ROLL-HIST
           END-PERFORM.
           CLOSE ROLL-HIST.
           IF HIST-LATEST > ZERO
               MOVE HIST-LATEST TO MONTH-BUILD
               COMPUTE MONTH-SERIAL =
                   MONTH-BUILD-YR * 12 + MONTH-BUILD-MO - 2
               DIVIDE MONTH-SERIAL BY 12 GIVING MONTH-WORK-YR
                   REMAINDER MONTH-WORK-MO
               MOVE MONTH-WORK-YR TO MONTH-BUILD-YR
               COMPUTE MONTH-BUILD-MO = MONTH-WORK-MO + 1
               MOVE MONTH-BUILD TO HIST-MONTH-1
               SUBTRACT 1 FROM MONTH-SERIAL
               DIVIDE MONTH-SERIAL BY 12 GIVING MONTH-WORK-YR
                   REMAINDER MONTH-WORK-MO
               MOVE MONTH-WORK-YR TO MONTH-BUILD-YR
               COMPUTE MONTH-BUILD-MO = MONTH-WORK-MO + 1
               MOVE MONTH-BUILD TO HIST-MONTH-2
               MOVE 'N' TO HIST-EOF-FLAG
               OPEN INPUT ROLL-HIST
               PERFORM READ-ROLL-HIST
               PERFORM UNTIL NO-MORE-HIST
                   PERFORM POOL-ROLL-HIST
                   PERFORM READ-ROLL-HIST
               END-PERFORM
               CLOSE ROLL-HIST
           END-IF.
           IF HIST-SEEN-0 = 'Y'
               ADD 1 TO HIST-MONTHS-USED
           END-IF.
           IF HIST-SEEN-1 = 'Y'
               ADD 1 TO HIST-MONTHS-USED
           END-IF.
           IF HIST-SEEN-2 = 'Y'
               ADD 1 TO HIST-MONTHS-USED
           END-IF.
           PERFORM VARYING CN-IDX FROM 1 BY 1 UNTIL CN-IDX > 6
               IF CHN-BASE-BALANCE(CN-IDX) > ZERO
                   COMPUTE CHN-ROLL-RATE(CN-IDX) ROUNDED =
                       CHN-ROLLED-BALANCE(CN-IDX)
                       / CHN-BASE-BALANCE(CN-IDX)
                       ON SIZE ERROR MOVE 1 TO CHN-ROLL-RATE(CN-IDX)
                   END-COMPUTE
               ELSE
                   MOVE 1 TO CHN-ROLL-RATE(CN-IDX)
                   ADD 1 TO BUCKETS-UNSEEN
               END-IF
               IF CHN-ROLL-RATE(CN-IDX) > 1
                   MOVE 1 TO CHN-ROLL-RATE(CN-IDX)
               END-IF
               IF CHN-ROLL-RATE(CN-IDX) < ZERO
                   MOVE ZERO TO CHN-ROLL-RATE(CN-IDX)
               END-IF
           END-PERFORM.
           MOVE CHN-ROLL-RATE(6) TO CHN-LOSS-RATE(6).
           PERFORM VARYING CN-IDX FROM 5 BY -1 UNTIL CN-IDX < 1
               COMPUTE CHN-LOSS-RATE(CN-IDX) ROUNDED =
                   CHN-ROLL-RATE(CN-IDX) * CHN-LOSS-RATE(CN-IDX + 1)
           END-PERFORM.
      *
       POOL-ROLL-HIST.
           IF (RRH-AS-OF-MONTH = HIST-LATEST
               OR RRH-AS-OF-MONTH = HIST-MONTH-1
               OR RRH-AS-OF-MONTH = HIST-MONTH-2)
               AND RRH-FROM-STATE > 0 AND RRH-FROM-STATE < 7
               EVALUATE RRH-AS-OF-MONTH
                   WHEN HIST-LATEST  MOVE 'Y' TO HIST-SEEN-0
                   WHEN HIST-MONTH-1 MOVE 'Y' TO HIST-SEEN-1
                   WHEN OTHER        MOVE 'Y' TO HIST-SEEN-2
               END-EVALUATE
               SET CN-IDX TO RRH-FROM-STATE
               ADD RRH-BASE-BALANCE   TO CHN-BASE-BALANCE(CN-IDX)
               ADD RRH-ROLLED-BALANCE TO CHN-ROLLED-BALANCE(CN-IDX)
           END-IF.
      *
       READ-ROLL-HIST.
           READ ROLL-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
      *    WRITE-GL-FEED -- a growing allowance is provisioned; a
      *    shrinking one is released back against the provision.
      *    Debits written must equal credits written; a feed that
      *    does not balance is never handed to the ledger -- the
      *    step is failed hard instead.
       WRITE-GL-FEED.
           MOVE ZERO TO GL-DR-TOTAL.
           MOVE ZERO TO GL-CR-TOTAL.
           IF ALLOWANCE-CHANGE > ZERO
               MOVE ALLOWANCE-CHANGE TO GL-CHANGE-AMT
               MOVE SPACES                TO GL-FIELDS
               MOVE '54000000'            TO GL-ACCOUNT
               MOVE 'D'                   TO GL-DC
               MOVE GL-CHANGE-AMT         TO GL-AMOUNT
               MOVE 'LOAN LOSS ALLOWANCE' TO GL-DESC
               PERFORM WRITE-GL-RECORD
               MOVE SPACES                TO GL-FIELDS
               MOVE '12000000'            TO GL-ACCOUNT
               MOVE 'C'                   TO GL-DC
               MOVE GL-CHANGE-AMT         TO GL-AMOUNT
               MOVE 'LOAN LOSS ALLOWANCE' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF ALLOWANCE-CHANGE < ZERO
               COMPUTE GL-CHANGE-AMT = 0 - ALLOWANCE-CHANGE
               MOVE SPACES                TO GL-FIELDS
               MOVE '12000000'            TO GL-ACCOUNT
               MOVE 'D'                   TO GL-DC
               MOVE GL-CHANGE-AMT         TO GL-AMOUNT
               MOVE 'LOAN LOSS ALLOWANCE' TO GL-DESC
               PERFORM WRITE-GL-RECORD
               MOVE SPACES                TO GL-FIELDS
               MOVE '54000000'            TO GL-ACCOUNT
               MOVE 'C'                   TO GL-DC
               MOVE GL-CHANGE-AMT         TO GL-AMOUNT
               MOVE 'LOAN LOSS ALLOWANCE' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF GL-DR-TOTAL NOT = GL-CR-TOTAL
               DISPLAY 'ALLOWANC: GL FEED OUT OF BALANCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       WRITE-GL-RECORD.
           MOVE CURRENT-DATE-NUM TO GL-POST-DATE.
           MOVE 'ALLOWANC'       TO GL-SOURCE.
           IF GL-DEBIT
               ADD GL-AMOUNT TO GL-DR-TOTAL
           ELSE
               ADD GL-AMOUNT TO GL-CR-TOTAL
           END-IF.
           WRITE GL-FIELDS.
      *
       RECORD-ALLOWANCE-BOOKED.
           OPEN EXTEND ALLW-CTL.
           MOVE SPACES           TO ALLW-REC.
           MOVE RUN-MONTH        TO ALLW-MONTH.
           MOVE BOOK-BALANCE     TO ALLW-BALANCE.
           MOVE NEW-ALLOWANCE    TO ALLW-AMOUNT.
           MOVE RATE-SOURCE      TO ALLW-RATE-SOURCE.
           MOVE CURRENT-DATE-NUM TO ALLW-BOOKED-DATE.
           WRITE ALLW-REC.
           CLOSE ALLW-CTL.
      *
      *    PRINT-THE-REPORT -- each cell with accounts in it, a
      *    subtotal per bucket, then the book, the allowance it
      *    requires and the change booked.
       PRINT-THE-REPORT.
           OPEN OUTPUT PRINT-LINE.
           MOVE RUN-MONTH TO HDR-MONTH-O.
           IF RATES-FROM-ROLLS
               MOVE 'ROLLHIST ROLL RATES, CHAINED' TO HDR-SOURCE-O
           ELSE
               MOVE 'LOSSRATE CONTROL FILE' TO HDR-SOURCE-O
           END-IF.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM PRINT-ONE-BUCKET
               VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > 6.
           WRITE PRINT-REC FROM BLANK-LINE.
           MOVE SPACES TO TRAILER-LINE.
           MOVE 'Balances reserved against' TO TRL-LABEL-O.
           MOVE BOOK-BALANCE TO TRL-AMOUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'Allowance required this month' TO TRL-LABEL-O.
           MOVE NEW-ALLOWANCE TO TRL-AMOUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'Allowance booked last month' TO TRL-LABEL-O.
           MOVE PRIOR-ALLOWANCE TO TRL-AMOUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           MOVE 'Provision booked (release if negative)'
               TO TRL-LABEL-O.
           MOVE ALLOWANCE-CHANGE TO TRL-AMOUNT-O.
           WRITE PRINT-REC FROM TRAILER-LINE.
           IF RATES-FROM-ROLLS
               MOVE HIST-MONTHS-USED TO NOTE-MONTHS-O
               MOVE BUCKETS-UNSEEN   TO NOTE-UNSEEN-O
               WRITE PRINT-REC FROM BLANK-LINE
               WRITE PRINT-REC FROM ROLL-NOTE-LINE
           END-IF.
           CLOSE PRINT-LINE.
      *
       PRINT-ONE-BUCKET.
           MOVE ZERO TO BUCKET-ACCTS.
           MOVE ZERO TO BUCKET-BALANCE.
           MOVE ZERO TO BUCKET-ALLOWANCE.
           PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > 6
               IF CELL-ACCTS(BK-IDX GR-IDX) > ZERO
                   MOVE SPACES TO DETAIL-LINE
                   MOVE BUCKET-NAME(BK-IDX) TO DTL-BUCKET-O
                   MOVE GRADE-LETTERS(GR-IDX:1) TO DTL-GRADE-O
                   MOVE CELL-ACCTS(BK-IDX GR-IDX) TO DTL-ACCTS-O
                   MOVE CELL-BALANCE(BK-IDX GR-IDX) TO DTL-BALANCE-O
                   COMPUTE DTL-RATE-O =
                       CELL-RATE(BK-IDX GR-IDX) * 100
                   MOVE '%' TO DTL-PCT-O
                   MOVE CELL-ALLOWANCE(BK-IDX GR-IDX) TO DTL-ALLOW-O
                   WRITE PRINT-REC FROM DETAIL-LINE
                   ADD CELL-ACCTS(BK-IDX GR-IDX) TO BUCKET-ACCTS
                   ADD CELL-BALANCE(BK-IDX GR-IDX) TO BUCKET-BALANCE
                   ADD CELL-ALLOWANCE(BK-IDX GR-IDX)
                       TO BUCKET-ALLOWANCE
               END-IF
           END-PERFORM.
           MOVE SPACES TO DETAIL-LINE.
           MOVE BUCKET-NAME(BK-IDX) TO DTL-BUCKET-O.
           MOVE 'TOTAL'          TO DTL-GRADE-O.
           MOVE BUCKET-ACCTS     TO DTL-ACCTS-O.
           MOVE BUCKET-BALANCE   TO DTL-BALANCE-O.
           MOVE BUCKET-ALLOWANCE TO DTL-ALLOW-O.
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
       LOAD-DLQ-TABLE.
           OPEN INPUT DLQ-IN.
           PERFORM READ-DLQ
           PERFORM UNTIL NO-MORE-DLQ
               IF DLQ-CYCLES-PAST-DUE NUMERIC
                   AND DLQ-CYCLES-PAST-DUE > ZERO
                   IF DLQ-COUNT < DLQ-MAX
                       ADD 1 TO DLQ-COUNT
                       MOVE DLQ-ACCT-NO TO DQT-ACCT-NO(DLQ-COUNT)
                       MOVE DLQ-CYCLES-PAST-DUE
                           TO DQT-CYCLES(DLQ-COUNT)
                   ELSE
                       SET DLQ-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-DLQ
           END-PERFORM.
           CLOSE DLQ-IN.
      *
       READ-DLQ.
           READ DLQ-IN
               AT END SET NO-MORE-DLQ TO TRUE
           END-READ.
      *
       LOAD-SCORE-TABLE.
           OPEN INPUT SCORE-FILE.
           PERFORM READ-SCORE
           PERFORM UNTIL NO-MORE-SCORES
               IF SCORE-COUNT < SCORE-MAX
                   ADD 1 TO SCORE-COUNT
                   MOVE SCR-ACCT-NO TO SCT-ACCT-NO(SCORE-COUNT)
                   MOVE SCR-GRADE   TO SCT-GRADE(SCORE-COUNT)
               ELSE
                   SET SCORE-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-SCORE
           END-PERFORM.
           CLOSE SCORE-FILE.
      *
       READ-SCORE.
           READ SCORE-FILE
               AT END SET NO-MORE-SCORES TO TRUE
           END-READ.
      *
