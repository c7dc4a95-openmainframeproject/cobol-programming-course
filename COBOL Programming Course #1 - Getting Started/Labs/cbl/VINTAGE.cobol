      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VINTAGE.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    VINTAGE answers the question KPITREND cannot: not whether
      *    the book as a whole is souring, but whether the accounts
      *    we opened in one month are going bad faster than the
      *    accounts we opened in another -- the test of whether a
      *    watch-list or ACCTEDIT rule change, or a new product,
      *    let in worse customers.
      *
      *    Each month-end every account on ACCTREC is put in its
      *    origination cohort -- its DATE-OPENED month and its
      *    PRODXREF product ('STD ' when it has none, per PXRFLDS),
      *    plus the same month's all-products cohort '****' -- and
      *    its months on book are counted from the open month to
      *    the as-of month.  A cohort totals its accounts and
      *    balances, and how many of them are 30, 60 and 90 or more
      *    days past due, charged off, or closed.  Past due is
      *    contractual delinquency off DLQFILE, bucketed the way
      *    AGERPT ages it: two missed minimums are 30+, three 60+,
      *    four or more 90+.  A charged-off account carries its
      *    CHGSUB write-off amount as its balance, since CHGOFF has
      *    moved the balance off the master.  An account sold to
      *    another issuer (status T) is nobody's to judge any more
      *    and is left out, as is an account with no usable
      *    DATE-OPENED or one opened after the as-of month.
      *
      *    The month's cohorts are added to VINTHIST (VINFLDS): the
      *    prior generation comes in on VINTIN and is written to
      *    VINTOUT with this month's records after it.  A rerun for
      *    the same month replaces that month's records rather than
      *    doubling them.  PARMCARD bytes 1-6 give the as-of month
      *    as yyyymm; blank is the current month.
      *
      *    The report on VINTRPT is then printed from the whole
      *    history, sorted by cohort: ten grids -- the share of
      *    accounts, then the share of balances, 30+, 60+ and 90+
      *    past due, charged off and closed -- each with the cohorts
      *    down the side and months on book across, at 1 through 6,
      *    9, 12, 18, 24, 36 and 48 months, so two cohorts line up
      *    at the same age.  A cohort not yet that old, or one that
      *    predates the history, leaves the cell blank.  Accts is
      *    the cohort's size at its latest month-end.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT XREF-IN     ASSIGN TO PRODXREF.
           SELECT DLQ-IN      ASSIGN TO DLQFILE.
           SELECT CHG-IN      ASSIGN TO CHGSUB.
           SELECT VINT-IN     ASSIGN TO VINTIN.
           SELECT VINT-OUT    ASSIGN TO VINTOUT.
           SELECT VINT-SORT   ASSIGN TO VINSORT.
           SELECT VINT-SRTD   ASSIGN TO VINSRTD.
           SELECT PRINT-LINE  ASSIGN TO VINTRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    PARM-CARD -- one 80-byte control record carrying the
      *    as-of month (yyyymm) in bytes 1-6; blank is this month.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-AS-OF-MONTH   PIC X(6).
           05  PARM-AS-OF-NUM REDEFINES PARM-AS-OF-MONTH.
               10  PARM-AS-OF-YR  PIC 9(4).
               10  PARM-AS-OF-MO  PIC 9(2).
           05  FILLER             PIC X(74).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  XREF-IN RECORDING MODE F.
       01  XREF-FIELDS.
           COPY PXRFLDS.
      *
       FD  DLQ-IN RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
       FD  CHG-IN RECORDING MODE F.
       01  CHG-FIELDS.
           COPY CHGFLDS.
      *
       FD  VINT-IN RECORDING MODE F.
       01  VINT-IN-REC            PIC X(100).
      *
       FD  VINT-OUT RECORDING MODE F.
       01  VINT-FIELDS.
           COPY VINFLDS.
      *
       SD  VINT-SORT.
       01  SORT-REC.
           05  SRT-COHORT-MONTH   PIC 9(6).
           05  SRT-PRODUCT        PIC X(4).
           05  SRT-AS-OF-MONTH    PIC 9(6).
           05  SRT-MOB            PIC 9(3).
           05  FILLER             PIC X(81).
      *
       FD  VINT-SRTD RECORDING MODE F.
       01  VINT-SRTD-REC          PIC X(100).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  VRL-COHORT-O       PIC 9(6).
           05  FILLER             PIC X(01).
           05  VRL-PRODUCT-O      PIC X(4).
           05  FILLER             PIC X(02).
           05  VRL-ACCTS-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(01).
           05  VRL-CELL-O OCCURS 12 TIMES.
               10  VRL-PCT-O      PIC ZZZ9.9-.
               10  FILLER         PIC X(01).
           05  FILLER             PIC X(03).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  XREF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-XREF       VALUE 'Y'.
           05  DLQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DLQ        VALUE 'Y'.
           05  CHG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CHG        VALUE 'Y'.
           05  VINT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-VINT       VALUE 'Y'.
           05  SRTD-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SRTD       VALUE 'Y'.
           05  LINK-FOUND-FLAG    PIC X VALUE 'N'.
               88  LINK-FOUND         VALUE 'Y'.
           05  SLOT-FOUND-FLAG    PIC X VALUE 'N'.
               88  SLOT-FOUND         VALUE 'Y'.
           05  ROW-ACTIVE-FLAG    PIC X VALUE 'N'.
               88  ROW-ACTIVE         VALUE 'Y'.
           05  XREF-CAPACITY-FLAG PIC X VALUE 'N'.
               88  XREF-TABLE-FULL    VALUE 'Y'.
           05  DLQ-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DLQ-TABLE-FULL     VALUE 'Y'.
           05  CHG-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  CHG-TABLE-FULL     VALUE 'Y'.
           05  COH-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  COH-TABLE-FULL     VALUE 'Y'.
      *
       01  VINTAGE-COUNTS.
           05  RECS-SCANNED       PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-IN-COHORTS   PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-SOLD         PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-UNDATED      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-NOT-YET      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-UNSLOTTED    PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-CARRIED       PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-REPLACED      PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-ADDED         PIC S9(7) COMP-3 VALUE ZERO.
           05  ROWS-PRINTED       PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    XREF-TABLE -- the account-to-product links off PRODXREF,
      *    loaded the way PRODSUM loads them.
       01  XREF-CTL.
           05  XREF-COUNT         PIC S9(4) COMP VALUE 0.
           05  XREF-MAX           PIC S9(4) COMP VALUE 5000.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 5000 TIMES INDEXED BY XR-IDX.
               10  XRT-ACCT-NO    PIC X(8).
               10  XRT-PRODUCT    PIC X(4).
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
      *    CHG-TABLE -- the write-off amount of every charged-off
      *    account on CHGSUB.
       01  CHG-CTL.
           05  CHG-COUNT          PIC S9(4) COMP VALUE 0.
           05  CHG-MAX            PIC S9(4) COMP VALUE 5000.
       01  CHG-TABLE.
           05  CHG-ENTRY OCCURS 5000 TIMES INDEXED BY CG-IDX.
               10  CGT-ACCT-NO    PIC X(8).
               10  CGT-AMOUNT     PIC S9(7)V99 COMP-3.
      *
      *    COH-TABLE -- this month's cohorts as the accounts are
      *    read: one slot per open month and product, and one per
      *    open month for all products.
       01  COH-CTL.
           05  COH-COUNT          PIC S9(4) COMP VALUE 0.
           05  COH-MAX            PIC S9(4) COMP VALUE 2000.
           05  COH-SLOT           PIC S9(4) COMP VALUE 0.
       01  COH-TABLE.
           05  COH-ENTRY OCCURS 2000 TIMES INDEXED BY CH-IDX.
               10  CHT-COHORT     PIC 9(6).
               10  CHT-PRODUCT    PIC X(4).
               10  CHT-MOB        PIC 9(3).
               10  CHT-ACCTS      PIC S9(7) COMP-3.
               10  CHT-BALANCE    PIC S9(11)V99 COMP-3.
               10  CHT-30-ACCTS   PIC S9(7) COMP-3.
               10  CHT-30-BALANCE PIC S9(11)V99 COMP-3.
               10  CHT-60-ACCTS   PIC S9(7) COMP-3.
               10  CHT-60-BALANCE PIC S9(11)V99 COMP-3.
               10  CHT-90-ACCTS   PIC S9(7) COMP-3.
               10  CHT-90-BALANCE PIC S9(11)V99 COMP-3.
               10  CHT-CO-ACCTS   PIC S9(7) COMP-3.
               10  CHT-CO-BALANCE PIC S9(11)V99 COMP-3.
               10  CHT-CL-ACCTS   PIC S9(7) COMP-3.
               10  CHT-CL-BALANCE PIC S9(11)V99 COMP-3.
      *
      *    MOB-POINTS -- the months-on-book columns the grids print.
       01  MOB-POINT-VALUES.
           05  FILLER             PIC X(36) VALUE
               '001002003004005006009012018024036048'.
       01  MOB-POINTS REDEFINES MOB-POINT-VALUES.
           05  MOB-POINT          PIC 9(3) OCCURS 12 TIMES
                                  INDEXED BY MP-IDX.
      *
      *    MEASURE-TITLES -- one grid per measure, in print order.
       01  MEASURE-TITLE-VALUES.
           05  FILLER             PIC X(40) VALUE
               '30+ Days Past Due -- % of Accounts'.
           05  FILLER             PIC X(40) VALUE
               '60+ Days Past Due -- % of Accounts'.
           05  FILLER             PIC X(40) VALUE
               '90+ Days Past Due -- % of Accounts'.
           05  FILLER             PIC X(40) VALUE
               'Charged Off -- % of Accounts'.
           05  FILLER             PIC X(40) VALUE
               'Closed -- % of Accounts'.
           05  FILLER             PIC X(40) VALUE
               '30+ Days Past Due -- % of Balances'.
           05  FILLER             PIC X(40) VALUE
               '60+ Days Past Due -- % of Balances'.
           05  FILLER             PIC X(40) VALUE
               '90+ Days Past Due -- % of Balances'.
           05  FILLER             PIC X(40) VALUE
               'Charged Off -- % of Balances'.
           05  FILLER             PIC X(40) VALUE
               'Closed -- % of Balances'.
       01  MEASURE-TITLES REDEFINES MEASURE-TITLE-VALUES.
           05  MEASURE-TITLE      PIC X(40) OCCURS 10 TIMES.
      *
      *    ROW-WORK -- the grid row being built for one cohort.
       01  ROW-WORK.
           05  ROW-COHORT         PIC 9(6) VALUE ZERO.
           05  ROW-PRODUCT        PIC X(4) VALUE SPACES.
           05  ROW-ACCTS          PIC S9(7) COMP-3 VALUE ZERO.
           05  ROW-CELL OCCURS 12 TIMES INDEXED BY RC-IDX.
               10  ROW-CELL-SET   PIC X(1).
               10  ROW-PCT        PIC S9(5)V9 COMP-3.
      *
       01  MEASURE-NO             PIC S9(4) COMP VALUE 0.
       01  PCT-NUMERATOR          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  PCT-BASE               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  PCT-WORK               PIC S9(7)V9 COMP-3 VALUE ZERO.
       01  LOOKUP-PRODUCT         PIC X(4) VALUE SPACES.
       01  LOOKUP-COHORT          PIC 9(6) VALUE ZERO.
       01  CYCLES-PAST-DUE        PIC 9(2) VALUE ZERO.
       01  ACCT-BOOK-BALANCE      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  ACCT-MOB               PIC S9(5) COMP-3 VALUE ZERO.
       01  AS-OF-MONTH            PIC 9(6) VALUE ZERO.
       01  AS-OF-PARTS REDEFINES AS-OF-MONTH.
           05  AS-OF-YR           PIC 9(4).
           05  AS-OF-MO           PIC 9(2).
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
      *
       01  HEADER-1.
           05  FILLER         PIC X(26) VALUE
               'Vintage Performance Report'.
           05  FILLER         PIC X(10) VALUE '  As of   '.
           05  HDR-AS-OF-O    PIC 9(6).
           05  FILLER         PIC X(78) VALUE SPACES.
      *
       01  HEADER-2.
           05  HDR-TITLE-O    PIC X(40).
           05  FILLER         PIC X(80) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(21) VALUE
               'Cohort Prod    Accts '.
           05  FILLER         PIC X(48) VALUE
               '   MOB 1   MOB 2   MOB 3   MOB 4   MOB 5   MOB 6'.
           05  FILLER         PIC X(48) VALUE
               '   MOB 9  MOB 12  MOB 18  MOB 24  MOB 36  MOB 48'.
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  BLANK-LINE         PIC X(120) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-CARD.
           IF PARM-AS-OF-MONTH = SPACES
               MOVE WS-CURRENT-YEAR  TO AS-OF-YR
               MOVE WS-CURRENT-MONTH TO AS-OF-MO
           ELSE
               IF PARM-AS-OF-MONTH NOT NUMERIC
                   OR PARM-AS-OF-MO < 1 OR PARM-AS-OF-MO > 12
                   DISPLAY 'VINTAGE: AS-OF MONTH NOT A VALID YYYYMM '
                           '-- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PARM-AS-OF-YR TO AS-OF-YR
               MOVE PARM-AS-OF-MO TO AS-OF-MO
           END-IF.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-DLQ-TABLE.
           PERFORM LOAD-CHG-TABLE.
           OPEN INPUT  ACCT-REC.
      *
       BUILD-THE-COHORTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO RECS-SCANNED
               PERFORM COHORT-ONE-ACCOUNT
               PERFORM READ-RECORD
           END-PERFORM.
           CLOSE ACCT-REC.
      *
       ROLL-THE-HISTORY.
           OPEN INPUT  VINT-IN.
           OPEN OUTPUT VINT-OUT.
           PERFORM READ-VINT
           PERFORM UNTIL NO-MORE-VINT
               MOVE VINT-IN-REC TO VINT-FIELDS
               IF VIN-AS-OF-MONTH = AS-OF-MONTH
                   ADD 1 TO HIST-REPLACED
               ELSE
                   WRITE VINT-FIELDS
                   ADD 1 TO HIST-CARRIED
               END-IF
               PERFORM READ-VINT
           END-PERFORM.
           PERFORM WRITE-MONTH-COHORTS.
           CLOSE VINT-IN.
           CLOSE VINT-OUT.
      *
       PRINT-THE-GRIDS.
           SORT VINT-SORT
               ON ASCENDING KEY SRT-COHORT-MONTH SRT-PRODUCT
                                SRT-MOB SRT-AS-OF-MONTH
               USING VINT-OUT
               GIVING VINT-SRTD.
           OPEN OUTPUT PRINT-LINE.
           MOVE AS-OF-MONTH TO HDR-AS-OF-O.
           WRITE PRINT-REC FROM HEADER-1.
           PERFORM PRINT-ONE-GRID
               VARYING MEASURE-NO FROM 1 BY 1
               UNTIL MEASURE-NO > 10.
      *
       CLOSE-STOP.
           CLOSE PRINT-LINE.
           DISPLAY 'VINTAGE: AS-OF MONTH        = ' AS-OF-MONTH.
           DISPLAY 'VINTAGE: RECORDS SCANNED    = ' RECS-SCANNED.
           DISPLAY 'VINTAGE: ACCOUNTS IN COHORTS= ' ACCTS-IN-COHORTS.
           DISPLAY 'VINTAGE: SOLD, LEFT OUT     = ' ACCTS-SOLD.
           DISPLAY 'VINTAGE: NO USABLE OPEN DATE= ' ACCTS-UNDATED.
           DISPLAY 'VINTAGE: OPENED AFTER AS-OF = ' ACCTS-NOT-YET.
           DISPLAY 'VINTAGE: COHORTS THIS MONTH = ' COH-COUNT.
           DISPLAY 'VINTAGE: HISTORY CARRIED    = ' HIST-CARRIED.
           DISPLAY 'VINTAGE: HISTORY REPLACED   = ' HIST-REPLACED.
           DISPLAY 'VINTAGE: HISTORY ADDED      = ' HIST-ADDED.
           IF XREF-TABLE-FULL
               DISPLAY 'VINTAGE: XREF TABLE FILLED AT 5000 -- '
                       'EXCESS ACCOUNTS COUNT AS STD'
           END-IF.
           IF DLQ-TABLE-FULL
               DISPLAY 'VINTAGE: DLQ TABLE FILLED AT 5000 -- '
                       'EXCESS ACCOUNTS COUNT AS CURRENT'
           END-IF.
           IF CHG-TABLE-FULL
               DISPLAY 'VINTAGE: CHGSUB TABLE FILLED AT 5000 -- '
                       'EXCESS WRITE-OFFS AT MASTER BALANCE'
           END-IF.
           IF COH-TABLE-FULL
               DISPLAY 'VINTAGE: COHORT TABLE FILLED AT 2000 -- '
                       ACCTS-UNSLOTTED ' ACCOUNTS LEFT OUT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       READ-VINT.
           READ VINT-IN
               AT END SET NO-MORE-VINT TO TRUE
           END-READ.
      *
      *    COHORT-ONE-ACCOUNT -- the account's cohort and months on
      *    book, then its figures into the product cohort and the
      *    all-products cohort alike.
       COHORT-ONE-ACCOUNT.
           IF ACCOUNT-TRANSFERRED
               ADD 1 TO ACCTS-SOLD
           ELSE
               IF DATE-OPENED-YR NOT NUMERIC
                   OR DATE-OPENED-MO NOT NUMERIC
                   OR DATE-OPENED-YR = ZERO
                   OR DATE-OPENED-MO < 1 OR DATE-OPENED-MO > 12
                   ADD 1 TO ACCTS-UNDATED
               ELSE
                   COMPUTE ACCT-MOB =
                       (AS-OF-YR * 12 + AS-OF-MO)
                       - (DATE-OPENED-YR * 12 + DATE-OPENED-MO)
                   IF ACCT-MOB < ZERO
                       ADD 1 TO ACCTS-NOT-YET
                   ELSE
                       IF ACCT-MOB > 999
                           MOVE 999 TO ACCT-MOB
                       END-IF
                       ADD 1 TO ACCTS-IN-COHORTS
                       COMPUTE LOOKUP-COHORT =
                           DATE-OPENED-YR * 100 + DATE-OPENED-MO
                       PERFORM JUDGE-THE-ACCOUNT
                       PERFORM FIND-ACCOUNT-PRODUCT
                       PERFORM SLOT-THE-COHORT
                       PERFORM ADD-TO-COHORT
                       MOVE '****' TO LOOKUP-PRODUCT
                       PERFORM SLOT-THE-COHORT
                       PERFORM ADD-TO-COHORT
                   END-IF
               END-IF
           END-IF.
      *
      *    JUDGE-THE-ACCOUNT -- the balance the cohort carries for
      *    it (the write-off for a charged-off account) and, unless
      *    it is charged off, its missed minimums.
       JUDGE-THE-ACCOUNT.
           MOVE ACCT-BALANCE TO ACCT-BOOK-BALANCE.
           MOVE ZERO TO CYCLES-PAST-DUE.
           IF ACCOUNT-CHARGEDOFF
               PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > CHG-COUNT
                   IF CGT-ACCT-NO(CG-IDX) = ACCT-NO
                       MOVE CGT-AMOUNT(CG-IDX) TO ACCT-BOOK-BALANCE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING DQ-IDX FROM 1 BY 1
                   UNTIL DQ-IDX > DLQ-COUNT
                   IF DQT-ACCT-NO(DQ-IDX) = ACCT-NO
                       MOVE DQT-CYCLES(DQ-IDX) TO CYCLES-PAST-DUE
                   END-IF
               END-PERFORM
           END-IF.
      *
       ADD-TO-COHORT.
           IF NOT SLOT-FOUND
               ADD 1 TO ACCTS-UNSLOTTED
           ELSE
               ADD 1                 TO CHT-ACCTS(COH-SLOT)
               ADD ACCT-BOOK-BALANCE TO CHT-BALANCE(COH-SLOT)
               IF CYCLES-PAST-DUE >= 2
                   ADD 1                 TO CHT-30-ACCTS(COH-SLOT)
                   ADD ACCT-BOOK-BALANCE TO CHT-30-BALANCE(COH-SLOT)
               END-IF
               IF CYCLES-PAST-DUE >= 3
                   ADD 1                 TO CHT-60-ACCTS(COH-SLOT)
                   ADD ACCT-BOOK-BALANCE TO CHT-60-BALANCE(COH-SLOT)
               END-IF
               IF CYCLES-PAST-DUE >= 4
                   ADD 1                 TO CHT-90-ACCTS(COH-SLOT)
                   ADD ACCT-BOOK-BALANCE TO CHT-90-BALANCE(COH-SLOT)
               END-IF
               IF ACCOUNT-CHARGEDOFF
                   ADD 1                 TO CHT-CO-ACCTS(COH-SLOT)
                   ADD ACCT-BOOK-BALANCE TO CHT-CO-BALANCE(COH-SLOT)
               END-IF
               IF ACCOUNT-CLOSED
                   ADD 1                 TO CHT-CL-ACCTS(COH-SLOT)
                   ADD ACCT-BOOK-BALANCE TO CHT-CL-BALANCE(COH-SLOT)
               END-IF
           END-IF.
      *
       FIND-ACCOUNT-PRODUCT.
           MOVE 'N'    TO LINK-FOUND-FLAG.
           MOVE 'STD ' TO LOOKUP-PRODUCT.
           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT OR LINK-FOUND
               IF XRT-ACCT-NO(XR-IDX) = ACCT-NO
                   SET LINK-FOUND TO TRUE
                   MOVE XRT-PRODUCT(XR-IDX) TO LOOKUP-PRODUCT
               END-IF
           END-PERFORM.
      *
       SLOT-THE-COHORT.
           MOVE 'N' TO SLOT-FOUND-FLAG.
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > COH-COUNT OR SLOT-FOUND
               IF CHT-COHORT(CH-IDX) = LOOKUP-COHORT
                   AND CHT-PRODUCT(CH-IDX) = LOOKUP-PRODUCT
                   SET SLOT-FOUND TO TRUE
                   SET COH-SLOT TO CH-IDX
               END-IF
           END-PERFORM.
           IF NOT SLOT-FOUND
               IF COH-COUNT < COH-MAX
                   ADD 1 TO COH-COUNT
                   MOVE COH-COUNT TO COH-SLOT
                   MOVE LOOKUP-COHORT  TO CHT-COHORT(COH-SLOT)
                   MOVE LOOKUP-PRODUCT TO CHT-PRODUCT(COH-SLOT)
                   MOVE ACCT-MOB       TO CHT-MOB(COH-SLOT)
                   MOVE ZERO TO CHT-ACCTS(COH-SLOT)
                   MOVE ZERO TO CHT-BALANCE(COH-SLOT)
                   MOVE ZERO TO CHT-30-ACCTS(COH-SLOT)
                   MOVE ZERO TO CHT-30-BALANCE(COH-SLOT)
                   MOVE ZERO TO CHT-60-ACCTS(COH-SLOT)
                   MOVE ZERO TO CHT-60-BALANCE(COH-SLOT)
                   MOVE ZERO TO CHT-90-ACCTS(COH-SLOT)
                   MOVE ZERO TO CHT-90-BALANCE(COH-SLOT)
                   MOVE ZERO TO CHT-CO-ACCTS(COH-SLOT)
                   MOVE ZERO TO CHT-CO-BALANCE(COH-SLOT)
                   MOVE ZERO TO CHT-CL-ACCTS(COH-SLOT)
                   MOVE ZERO TO CHT-CL-BALANCE(COH-SLOT)
                   SET SLOT-FOUND TO TRUE
               ELSE
                   SET COH-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
      *    WRITE-MONTH-COHORTS -- this month's cohorts onto the end
      *    of the new history generation.
       WRITE-MONTH-COHORTS.
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > COH-COUNT
               MOVE SPACES                 TO VINT-FIELDS
               MOVE CHT-COHORT(CH-IDX)     TO VIN-COHORT-MONTH
               MOVE CHT-PRODUCT(CH-IDX)    TO VIN-PRODUCT
               MOVE AS-OF-MONTH            TO VIN-AS-OF-MONTH
               MOVE CHT-MOB(CH-IDX)        TO VIN-MOB
               MOVE CHT-ACCTS(CH-IDX)      TO VIN-ACCTS
               MOVE CHT-BALANCE(CH-IDX)    TO VIN-BALANCE
               MOVE CHT-30-ACCTS(CH-IDX)   TO VIN-30-ACCTS
               MOVE CHT-30-BALANCE(CH-IDX) TO VIN-30-BALANCE
               MOVE CHT-60-ACCTS(CH-IDX)   TO VIN-60-ACCTS
               MOVE CHT-60-BALANCE(CH-IDX) TO VIN-60-BALANCE
               MOVE CHT-90-ACCTS(CH-IDX)   TO VIN-90-ACCTS
               MOVE CHT-90-BALANCE(CH-IDX) TO VIN-90-BALANCE
               MOVE CHT-CO-ACCTS(CH-IDX)   TO VIN-CO-ACCTS
               MOVE CHT-CO-BALANCE(CH-IDX) TO VIN-CO-BALANCE
               MOVE CHT-CL-ACCTS(CH-IDX)   TO VIN-CL-ACCTS
               MOVE CHT-CL-BALANCE(CH-IDX) TO VIN-CL-BALANCE
               WRITE VINT-FIELDS
               ADD 1 TO HIST-ADDED
           END-PERFORM.
      *
      *    PRINT-ONE-GRID -- one measure across the sorted history:
      *    a row per cohort, its cells filled from the records whose
      *    months on book fall on a printed column.
       PRINT-ONE-GRID.
           MOVE MEASURE-TITLE(MEASURE-NO) TO HDR-TITLE-O.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
           MOVE 'N' TO ROW-ACTIVE-FLAG.
           MOVE 'N' TO SRTD-EOF-FLAG.
           OPEN INPUT VINT-SRTD.
           PERFORM READ-SRTD
           PERFORM UNTIL NO-MORE-SRTD
               MOVE VINT-SRTD-REC TO VINT-FIELDS
               IF ROW-ACTIVE
                   AND (VIN-COHORT-MONTH NOT = ROW-COHORT
                        OR VIN-PRODUCT NOT = ROW-PRODUCT)
                   PERFORM PRINT-GRID-ROW
               END-IF
               IF NOT ROW-ACTIVE
                   PERFORM START-GRID-ROW
               END-IF
               PERFORM FILL-GRID-CELL
               PERFORM READ-SRTD
           END-PERFORM.
           IF ROW-ACTIVE
               PERFORM PRINT-GRID-ROW
           END-IF.
           CLOSE VINT-SRTD.
      *
       READ-SRTD.
           READ VINT-SRTD
               AT END SET NO-MORE-SRTD TO TRUE
           END-READ.
      *
       START-GRID-ROW.
           SET ROW-ACTIVE TO TRUE.
           MOVE VIN-COHORT-MONTH TO ROW-COHORT.
           MOVE VIN-PRODUCT      TO ROW-PRODUCT.
           MOVE ZERO             TO ROW-ACCTS.
           PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > 12
               MOVE 'N'  TO ROW-CELL-SET(RC-IDX)
               MOVE ZERO TO ROW-PCT(RC-IDX)
           END-PERFORM.
      *
      *    FILL-GRID-CELL -- the records arrive in months-on-book
      *    order, so the last one read leaves the cohort's latest
      *    size in ROW-ACCTS.
       FILL-GRID-CELL.
           MOVE VIN-ACCTS TO ROW-ACCTS.
           EVALUATE MEASURE-NO
               WHEN 1
                   MOVE VIN-30-ACCTS   TO PCT-NUMERATOR
                   MOVE VIN-ACCTS      TO PCT-BASE
               WHEN 2
                   MOVE VIN-60-ACCTS   TO PCT-NUMERATOR
                   MOVE VIN-ACCTS      TO PCT-BASE
               WHEN 3
                   MOVE VIN-90-ACCTS   TO PCT-NUMERATOR
                   MOVE VIN-ACCTS      TO PCT-BASE
               WHEN 4
                   MOVE VIN-CO-ACCTS   TO PCT-NUMERATOR
                   MOVE VIN-ACCTS      TO PCT-BASE
               WHEN 5
                   MOVE VIN-CL-ACCTS   TO PCT-NUMERATOR
                   MOVE VIN-ACCTS      TO PCT-BASE
               WHEN 6
                   MOVE VIN-30-BALANCE TO PCT-NUMERATOR
                   MOVE VIN-BALANCE    TO PCT-BASE
               WHEN 7
                   MOVE VIN-60-BALANCE TO PCT-NUMERATOR
                   MOVE VIN-BALANCE    TO PCT-BASE
               WHEN 8
                   MOVE VIN-90-BALANCE TO PCT-NUMERATOR
                   MOVE VIN-BALANCE    TO PCT-BASE
               WHEN 9
                   MOVE VIN-CO-BALANCE TO PCT-NUMERATOR
                   MOVE VIN-BALANCE    TO PCT-BASE
               WHEN OTHER
                   MOVE VIN-CL-BALANCE TO PCT-NUMERATOR
                   MOVE VIN-BALANCE    TO PCT-BASE
           END-EVALUATE.
           PERFORM VARYING MP-IDX FROM 1 BY 1 UNTIL MP-IDX > 12
               IF MOB-POINT(MP-IDX) = VIN-MOB
                   SET RC-IDX TO MP-IDX
                   PERFORM WORK-THE-PERCENT
                   MOVE 'Y'      TO ROW-CELL-SET(RC-IDX)
                   MOVE PCT-WORK TO ROW-PCT(RC-IDX)
               END-IF
           END-PERFORM.
      *
      *    WORK-THE-PERCENT -- a cohort with nothing on the book
      *    shows zero; a share a credit balance pushes past what the
      *    column can print is held at its edge.
       WORK-THE-PERCENT.
           IF PCT-BASE = ZERO
               MOVE ZERO TO PCT-WORK
           ELSE
               COMPUTE PCT-WORK ROUNDED =
                   PCT-NUMERATOR * 100 / PCT-BASE
                   ON SIZE ERROR MOVE 9999.9 TO PCT-WORK
               END-COMPUTE
           END-IF.
           IF PCT-WORK > 9999.9
               MOVE 9999.9 TO PCT-WORK
           END-IF.
           IF PCT-WORK < -999.9
               MOVE -999.9 TO PCT-WORK
           END-IF.
      *
       PRINT-GRID-ROW.
           MOVE SPACES      TO PRINT-REC.
           MOVE ROW-COHORT  TO VRL-COHORT-O.
           IF ROW-PRODUCT = '****'
               MOVE 'ALL ' TO VRL-PRODUCT-O
           ELSE
               MOVE ROW-PRODUCT TO VRL-PRODUCT-O
           END-IF.
           MOVE ROW-ACCTS   TO VRL-ACCTS-O.
           PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > 12
               IF ROW-CELL-SET(RC-IDX) = 'Y'
                   MOVE ROW-PCT(RC-IDX) TO VRL-PCT-O(RC-IDX)
               END-IF
           END-PERFORM.
           WRITE PRINT-REC.
           ADD 1 TO ROWS-PRINTED.
           MOVE 'N' TO ROW-ACTIVE-FLAG.
      *
       LOAD-XREF-TABLE.
           OPEN INPUT XREF-IN.
           PERFORM READ-XREF
           PERFORM UNTIL NO-MORE-XREF
               IF XREF-COUNT < XREF-MAX
                   ADD 1 TO XREF-COUNT
                   MOVE PXR-ACCT-NO      TO XRT-ACCT-NO(XREF-COUNT)
                   MOVE PXR-PRODUCT-CODE TO XRT-PRODUCT(XREF-COUNT)
               ELSE
                   SET XREF-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-XREF
           END-PERFORM.
           CLOSE XREF-IN.
      *
       READ-XREF.
           READ XREF-IN
               AT END SET NO-MORE-XREF TO TRUE
           END-READ.
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
       LOAD-CHG-TABLE.
           OPEN INPUT CHG-IN.
           PERFORM READ-CHG
           PERFORM UNTIL NO-MORE-CHG
               IF CHG-OFF-AMOUNT NUMERIC
                   IF CHG-COUNT < CHG-MAX
                       ADD 1 TO CHG-COUNT
                       MOVE CHG-ACCT-NO    TO CGT-ACCT-NO(CHG-COUNT)
                       MOVE CHG-OFF-AMOUNT TO CGT-AMOUNT(CHG-COUNT)
                   ELSE
                       SET CHG-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CHG
           END-PERFORM.
           CLOSE CHG-IN.
      *
       READ-CHG.
           READ CHG-IN
               AT END SET NO-MORE-CHG TO TRUE
           END-READ.
      *
