      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AMLSCAN.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    AMLSCAN is the anti-money-laundering monitor.  TRANVEL
      *    screens one TRANREC batch at a time, so money moved in
      *    pieces across nights never trips it; this run looks back
      *    over a rolling window of posted history (TRANHIST,
      *    sorted by account and posting date, the NSFPROC shape)
      *    and raises three kinds of alert per account:
      *
      *      - STRUCTURING: at least STRUCT-MIN payments each at or
      *        above the structuring floor but under the reporting
      *        threshold, together reaching the threshold -- money
      *        kept just under the line on purpose.
      *      - PAY-IN/REFUND: a credit-balance refund (code CRRF,
      *        CREDBAL's refunds) with at least the pay-in minimum
      *        paid in over the lookback days before it -- money
      *        passed through the account and out again clean.
      *      - OVERPAYMENT: payments in the window beyond the
      *        overpayment percentage of the account's credit
      *        limit (ACCTVSAM).
      *
      *    Payments are type 'D' history under any code the TRANCODE
      *    table (TCDFLDS) puts in the payment category -- XFIN's
      *    transferred-in payments among them -- and the uncoded
      *    debits written before codes existed.  AMLPARM carries
      *    the window and thresholds; a zero window is taken as 30
      *    days, and without the card nothing is screened and the
      *    step ends RETURN-CODE 8.
      *
      *    Each alert lands on the case file AMLCASE (AMLFLDS),
      *    carried forward to AMLCASEO, and is logged on the
      *    cumulative AMLALRT (AMAFLDS).  An account's first alert
      *    opens a case; later alerts attach to it while it is open
      *    -- but only when the activity behind them posted after
      *    the last alert the case took, so the same payments seen
      *    again as the window slides do not pile on.  Activity the
      *    officer has already dispositioned opens nothing new.
      *
      *    The BSA officer's dispositions arrive on AMLDISP, one card
      *    per case: the account and open date naming it, 'S' (a
      *    SAR was filed) or 'N' (reviewed, no action), the
      *    officer, and the filing reference.  A card that names no
      *    open case is listed and applied to nothing.  AMLRPT lists
      *    tonight's dispositions, new cases and attached alerts,
      *    and every case still waiting on the officer.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO AMLPARM.
           SELECT DISP-IN     ASSIGN TO AMLDISP.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT SORT-WORK   ASSIGN TO SRTWORK.
           SELECT SORTED-HIST ASSIGN TO SRTHIST.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT CASE-IN     ASSIGN TO AMLCASE.
           SELECT CASE-OUT    ASSIGN TO AMLCASEO.
           SELECT ALERT-OUT   ASSIGN TO AMLALRT.
           SELECT PRINT-LINE  ASSIGN TO AMLRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    PARM-CARD -- the window in days (bytes 1-3), the
      *    reporting threshold (4-12, 9999999.99 implied), the
      *    structuring floor (13-21, same form), the fewest
      *    payments that make structuring (22-23), the refund
      *    lookback in days (24-26), the pay-in minimum before a
      *    refund (27-35), and the overpayment percentage of the
      *    credit limit (36-38), all zoned.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-WINDOW-DAYS   PIC 9(3).
           05  PARM-THRESHOLD     PIC 9(7)V99.
           05  PARM-STRUCT-FLOOR  PIC 9(7)V99.
           05  PARM-STRUCT-MIN    PIC 9(2).
           05  PARM-REFUND-DAYS   PIC 9(3).
           05  PARM-PAYIN-MIN     PIC 9(7)V99.
           05  PARM-OVERPAY-PCT   PIC 9(3).
           05  FILLER             PIC X(42).
      *
       FD  DISP-IN RECORDING MODE F.
       01  DISP-CARD.
           05  DSC-ACCT-NO        PIC X(8).
           05  DSC-OPEN-DATE      PIC 9(8).
           05  DSC-DISPOSITION    PIC X(1).
           05  DSC-OFFICER        PIC X(8).
           05  DSC-REFERENCE      PIC X(12).
           05  FILLER             PIC X(43).
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  TRAN-HIST-REC          PIC X(80).
      *
      *    SORT-WORK carries the same 80-byte layout as HISTFLDS but
      *    under SRT- names, the same rename PROMMTCH's SORT-REC makes.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-H-ACCT-NO      PIC X(8).
           05  SRT-H-TYPE         PIC X(1).
           05  SRT-H-AMOUNT       PIC S9(7)V99 COMP-3.
           05  SRT-H-TRAN-DATE    PIC X(8).
           05  SRT-H-COMMENT      PIC X(20).
           05  SRT-H-POST-DATE    PIC 9(8).
           05  FILLER             PIC X(30).
      *
       FD  SORTED-HIST RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  CASE-IN RECORDING MODE F.
       01  CASE-FIELDS.
           COPY AMLFLDS.
      *
       FD  CASE-OUT RECORDING MODE F.
       01  CASE-OUT-REC           PIC X(80).
      *
       FD  ALERT-OUT RECORDING MODE F.
       01  ALERT-FIELDS.
           COPY AMAFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  AMR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AMR-CASE-DATE-O    PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AMR-TYPE-O         PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AMR-AMOUNT-O       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AMR-COUNT-O        PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AMR-OUTCOME-O      PIC X(37).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  PARM-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-PARM-CARD       VALUE 'Y'.
           05  DISP-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  CASE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CASES      VALUE 'Y'.
           05  CARD-MATCH-FLAG    PIC X VALUE 'N'.
               88  CARD-MATCHED       VALUE 'Y'.
           05  NEW-CASE-FLAG      PIC X VALUE 'N'.
               88  NEW-CASE-PENDING   VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  ITEM-CAPACITY-FLAG PIC X VALUE 'N'.
               88  ITEM-TABLE-FULL    VALUE 'Y'.
           05  ALERT-CAPACITY-FLAG PIC X VALUE 'N'.
               88  ALERT-TABLE-FULL   VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
       01  THRESHOLDS.
           05  WINDOW-DAYS        PIC S9(3) COMP-3 VALUE 30.
           05  THRESHOLD-AMT      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  STRUCT-FLOOR       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  STRUCT-MIN         PIC S9(3) COMP-3 VALUE ZERO.
           05  REFUND-DAYS        PIC S9(3) COMP-3 VALUE ZERO.
           05  PAYIN-MIN          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  OVERPAY-PCT        PIC S9(3) COMP-3 VALUE ZERO.
      *
       01  SCAN-COUNTS.
           05  HIST-RECS-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-SCREENED  PIC S9(7) COMP-3 VALUE ZERO.
           05  ALERTS-RAISED      PIC S9(7) COMP-3 VALUE ZERO.
           05  ALERTS-ATTACHED    PIC S9(7) COMP-3 VALUE ZERO.
           05  ALERTS-REPEATED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-OPENED       PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-DISPOSED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-STILL-OPEN   PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-UNMATCHED    PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    CARD-TABLE -- tonight's dispositions.
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
           05  CARD-SLOT          PIC S9(4) COMP VALUE 0.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX.
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-OPEN-DATE  PIC 9(8).
               10  CDT-DISPOSITION PIC X(1).
               10  CDT-OFFICER    PIC X(8).
               10  CDT-REFERENCE  PIC X(12).
               10  CDT-USED       PIC X(1).
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
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY TC-IDX.
               10  TCT-CODE       PIC X(4).
               10  TCT-CATEGORY   PIC X(1).
               10  TCT-REVERSAL   PIC X(1).
      *
      *    ITEM-TABLE -- one account's payments (P) and refunds (R)
      *    inside the window, in posting-date order.
       01  ITEM-CTL.
           05  ITEM-COUNT         PIC S9(4) COMP VALUE 0.
           05  ITEM-MAX           PIC S9(4) COMP VALUE 500.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES INDEXED BY IT-IDX IT-IDX-2.
               10  ITT-KIND       PIC X(1).
               10  ITT-POST-DATE  PIC 9(8).
               10  ITT-DAY-INT    PIC S9(9) COMP-3.
               10  ITT-AMOUNT     PIC S9(7)V99 COMP-3.
      *
      *    ALERT-TABLE -- tonight's alerts, in account order.
      *    ALT-USED: N not yet placed, A attached to an open case,
      *    C opened a new case, X nothing new since the case last
      *    looked.
       01  ALERT-CTL.
           05  ALERT-COUNT        PIC S9(4) COMP VALUE 0.
           05  ALERT-MAX          PIC S9(4) COMP VALUE 2000.
       01  ALERT-TABLE.
           05  ALERT-ENTRY OCCURS 2000 TIMES INDEXED BY AL-IDX.
               10  ALT-ACCT-NO    PIC X(8).
               10  ALT-TYPE       PIC X(1).
               10  ALT-ITEM-COUNT PIC S9(3) COMP-3.
               10  ALT-AMOUNT     PIC S9(9)V99 COMP-3.
               10  ALT-REFUND     PIC S9(7)V99 COMP-3.
               10  ALT-FIRST-DATE PIC 9(8).
               10  ALT-LAST-DATE  PIC 9(8).
               10  ALT-USED       PIC X(1).
      *
       01  JUDGE-WORK.
           05  GROUP-ACCT-NO      PIC X(8) VALUE SPACES.
           05  WINDOW-START       PIC 9(8) VALUE ZERO.
           05  REFUND-FROM-INT    PIC S9(9) COMP-3 VALUE ZERO.
           05  HIT-COUNT          PIC S9(3) COMP-3 VALUE ZERO.
           05  HIT-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  HIT-REFUND         PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  HIT-FIRST-DATE     PIC 9(8) VALUE ZERO.
           05  HIT-LAST-DATE      PIC 9(8) VALUE ZERO.
           05  HIT-TYPE           PIC X(1) VALUE SPACE.
           05  ALERT-OUTCOME      PIC X(37) VALUE SPACES.
           05  PAYIN-COUNT        PIC S9(3) COMP-3 VALUE ZERO.
           05  PAYIN-SUM          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  PAYIN-FIRST-DATE   PIC 9(8) VALUE ZERO.
           05  BEST-REFUND        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  LIMIT-CEILING      PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  NEW-CASE-FIELDS.
           COPY AMLFLDS REPLACING LEADING ==AML-== BY ==NCS-==.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-DATE-INT       PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Anti-Money-Laundering Alerts and Cases'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(10) VALUE 'Case'.
           05  FILLER         PIC X(03) VALUE 'T'.
           05  FILLER         PIC X(15) VALUE '       Amount'.
           05  FILLER         PIC X(05) VALUE '  N'.
           05  FILLER         PIC X(37) VALUE 'Outcome'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           PERFORM READ-PARAMETERS.
           IF NO-PARM-CARD
               DISPLAY 'AMLSCAN: NO AMLPARM CARD -- NOTHING SCREENED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER
               (CURRENT-DATE-INT - WINDOW-DAYS).
           PERFORM GATHER-DISPOSITIONS.
           PERFORM LOAD-CODE-TABLE.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-POST-DATE
               USING TRAN-HIST
               GIVING SORTED-HIST.
           OPEN INPUT  SORTED-HIST.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       SCREEN-HISTORY.
           PERFORM READ-HIST
           PERFORM UNTIL NO-MORE-HIST
               MOVE HIST-ACCT-NO TO GROUP-ACCT-NO
               MOVE ZERO TO ITEM-COUNT
               PERFORM UNTIL NO-MORE-HIST
                   OR HIST-ACCT-NO NOT = GROUP-ACCT-NO
                   PERFORM TAKE-HIST-ITEM
                   PERFORM READ-HIST
               END-PERFORM
               ADD 1 TO ACCOUNTS-SCREENED
               PERFORM JUDGE-ACCOUNT
           END-PERFORM.
           CLOSE SORTED-HIST.
           CLOSE ACCT-VSAM.
           PERFORM WORK-CASES.
           PERFORM OPEN-NEW-CASES.
           PERFORM REPORT-UNMATCHED-CARDS.
      *
       CLOSE-STOP.
           DISPLAY 'AMLSCAN: HISTORY READ      = ' HIST-RECS-READ.
           DISPLAY 'AMLSCAN: ACCOUNTS SCREENED = ' ACCOUNTS-SCREENED.
           DISPLAY 'AMLSCAN: ALERTS RAISED     = ' ALERTS-RAISED.
           DISPLAY 'AMLSCAN: ALERTS ATTACHED   = ' ALERTS-ATTACHED.
           DISPLAY 'AMLSCAN: ALERTS REPEATED   = ' ALERTS-REPEATED.
           DISPLAY 'AMLSCAN: CASES READ        = ' CASES-READ.
           DISPLAY 'AMLSCAN: CASES OPENED      = ' CASES-OPENED.
           DISPLAY 'AMLSCAN: CASES DISPOSED    = ' CASES-DISPOSED.
           DISPLAY 'AMLSCAN: CASES STILL OPEN  = ' CASES-STILL-OPEN.
           DISPLAY 'AMLSCAN: CARDS UNMATCHED   = ' CARDS-UNMATCHED.
           IF CARD-TABLE-FULL
               DISPLAY 'AMLSCAN: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           IF ITEM-TABLE-FULL
               DISPLAY 'AMLSCAN: ITEM TABLE FILLED AT 500 -- '
                       'SOME ACCOUNTS SCREENED SHORT'
           END-IF.
           IF ALERT-TABLE-FULL
               DISPLAY 'AMLSCAN: ALERT TABLE FILLED AT 2000 -- '
                       'EXCESS ALERTS NOT RECORDED'
           END-IF.
           IF CODE-TABLE-FULL
               DISPLAY 'AMLSCAN: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-PARAMETERS.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END SET NO-PARM-CARD TO TRUE
           END-READ.
           CLOSE PARM-CARD.
           IF NOT NO-PARM-CARD
               IF PARM-WINDOW-DAYS NUMERIC
                   AND PARM-WINDOW-DAYS > ZERO
                   MOVE PARM-WINDOW-DAYS TO WINDOW-DAYS
               END-IF
               MOVE PARM-THRESHOLD    TO THRESHOLD-AMT
               MOVE PARM-STRUCT-FLOOR TO STRUCT-FLOOR
               MOVE PARM-STRUCT-MIN   TO STRUCT-MIN
               MOVE PARM-REFUND-DAYS  TO REFUND-DAYS
               MOVE PARM-PAYIN-MIN    TO PAYIN-MIN
               MOVE PARM-OVERPAY-PCT  TO OVERPAY-PCT
           END-IF.
      *
       GATHER-DISPOSITIONS.
           OPEN INPUT DISP-IN.
           PERFORM READ-DISP-CARD
           PERFORM UNTIL NO-MORE-CARDS
               IF CARD-COUNT < CARD-MAX
                   ADD 1 TO CARD-COUNT
                   MOVE DSC-ACCT-NO     TO CDT-ACCT-NO(CARD-COUNT)
                   MOVE ZERO            TO CDT-OPEN-DATE(CARD-COUNT)
                   IF DSC-OPEN-DATE NUMERIC
                       MOVE DSC-OPEN-DATE TO CDT-OPEN-DATE(CARD-COUNT)
                   END-IF
                   MOVE DSC-DISPOSITION TO CDT-DISPOSITION(CARD-COUNT)
                   MOVE DSC-OFFICER     TO CDT-OFFICER(CARD-COUNT)
                   MOVE DSC-REFERENCE   TO CDT-REFERENCE(CARD-COUNT)
                   MOVE 'N'             TO CDT-USED(CARD-COUNT)
               ELSE
                   SET CARD-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-DISP-CARD
           END-PERFORM.
           CLOSE DISP-IN.
      *
       READ-DISP-CARD.
           READ DISP-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
       READ-HIST.
           READ SORTED-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               ADD 1 TO HIST-RECS-READ
           END-IF.
      *
      *    CLASSIFY-PAY-CODE -- a debit under a payment-category
      *    code, or under no code at all (history from before the
      *    codes), is a payment; a credit under a code TRANCODE
      *    marks as reversing a payment takes one back.
       CLASSIFY-PAY-CODE.
           MOVE 'N' TO PAY-CODE-FLAG.
           MOVE 'N' TO CODE-MATCH-FLAG.
           IF HIST-TRAN-CODE = SPACES
               IF HIST-DEBIT
                   SET HIST-IS-PAYMENT TO TRUE
               END-IF
           ELSE
               PERFORM VARYING TC-IDX FROM 1 BY 1
                   UNTIL TC-IDX > CODE-COUNT OR CODE-MATCHED
                   IF TCT-CODE(TC-IDX) = HIST-TRAN-CODE
                       SET CODE-MATCHED TO TRUE
                       IF HIST-DEBIT AND TCT-CATEGORY(TC-IDX) = 'P'
                           SET HIST-IS-PAYMENT TO TRUE
                       END-IF
                       IF HIST-CREDIT AND TCT-REVERSAL(TC-IDX) = 'P'
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
                       MOVE TCD-CODE TO TCT-CODE(CODE-COUNT)
                       MOVE TCD-STMT-CATEGORY
                                     TO TCT-CATEGORY(CODE-COUNT)
                       MOVE TCD-REVERSAL
                                     TO TCT-REVERSAL(CODE-COUNT)
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
      *    TAKE-HIST-ITEM -- payments and CRRF refunds posted inside
      *    the window; everything else is passed over.
       TAKE-HIST-ITEM.
           IF HIST-POST-DATE > WINDOW-START
               PERFORM CLASSIFY-PAY-CODE
               IF HIST-IS-PAYMENT
                   MOVE 'P' TO HIT-TYPE
                   PERFORM ADD-WINDOW-ITEM
               END-IF
               IF HIST-CREDIT AND HIST-TRAN-CODE = 'CRRF'
                   MOVE 'R' TO HIT-TYPE
                   PERFORM ADD-WINDOW-ITEM
               END-IF
           END-IF.
      *
       ADD-WINDOW-ITEM.
           IF ITEM-COUNT < ITEM-MAX
               ADD 1 TO ITEM-COUNT
               MOVE HIT-TYPE       TO ITT-KIND(ITEM-COUNT)
               MOVE HIST-POST-DATE TO ITT-POST-DATE(ITEM-COUNT)
               COMPUTE ITT-DAY-INT(ITEM-COUNT) =
                   FUNCTION INTEGER-OF-DATE(HIST-POST-DATE)
               MOVE HIST-AMOUNT    TO ITT-AMOUNT(ITEM-COUNT)
           ELSE
               SET ITEM-TABLE-FULL TO TRUE
           END-IF.
      *
      *    JUDGE-ACCOUNT -- the three tests over one account's
      *    window; each that trips adds one alert.
       JUDGE-ACCOUNT.
           IF ITEM-COUNT > ZERO
               PERFORM TEST-STRUCTURING
               PERFORM TEST-PAYIN-REFUND
               PERFORM TEST-OVERPAYMENT THRU TEST-OVERPAYMENT-EXIT
           END-IF.
      *
       TEST-STRUCTURING.
           MOVE ZERO TO HIT-COUNT.
           MOVE ZERO TO HIT-AMOUNT.
           MOVE ZERO TO HIT-REFUND.
           MOVE ZERO TO HIT-FIRST-DATE.
           PERFORM VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > ITEM-COUNT
               IF ITT-KIND(IT-IDX) = 'P'
                   AND ITT-AMOUNT(IT-IDX) NOT < STRUCT-FLOOR
                   AND ITT-AMOUNT(IT-IDX) < THRESHOLD-AMT
                   ADD 1 TO HIT-COUNT
                   ADD ITT-AMOUNT(IT-IDX) TO HIT-AMOUNT
                   IF HIT-FIRST-DATE = ZERO
                       MOVE ITT-POST-DATE(IT-IDX) TO HIT-FIRST-DATE
                   END-IF
                   MOVE ITT-POST-DATE(IT-IDX) TO HIT-LAST-DATE
               END-IF
           END-PERFORM.
           IF HIT-COUNT NOT < STRUCT-MIN
               AND HIT-COUNT > ZERO
               AND HIT-AMOUNT NOT < THRESHOLD-AMT
               MOVE 'S' TO HIT-TYPE
               PERFORM ADD-ALERT
           END-IF.
      *
      *    TEST-PAYIN-REFUND -- of the window's refunds, the largest
      *    with the pay-in minimum paid in over the lookback days
      *    before it.
       TEST-PAYIN-REFUND.
           MOVE ZERO TO BEST-REFUND.
           PERFORM VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > ITEM-COUNT
               IF ITT-KIND(IT-IDX) = 'R'
                   PERFORM SUM-PAYIN-BEFORE-REFUND
                   IF PAYIN-SUM NOT < PAYIN-MIN
                       AND PAYIN-SUM > ZERO
                       AND ITT-AMOUNT(IT-IDX) > BEST-REFUND
                       MOVE ITT-AMOUNT(IT-IDX)    TO BEST-REFUND
                       MOVE ITT-AMOUNT(IT-IDX)    TO HIT-REFUND
                       MOVE PAYIN-COUNT           TO HIT-COUNT
                       MOVE PAYIN-SUM             TO HIT-AMOUNT
                       MOVE PAYIN-FIRST-DATE      TO HIT-FIRST-DATE
                       MOVE ITT-POST-DATE(IT-IDX) TO HIT-LAST-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF BEST-REFUND > ZERO
               MOVE 'R' TO HIT-TYPE
               PERFORM ADD-ALERT
           END-IF.
      *
       SUM-PAYIN-BEFORE-REFUND.
           MOVE ZERO TO PAYIN-COUNT.
           MOVE ZERO TO PAYIN-SUM.
           MOVE ZERO TO PAYIN-FIRST-DATE.
           COMPUTE REFUND-FROM-INT = ITT-DAY-INT(IT-IDX) - REFUND-DAYS.
           PERFORM VARYING IT-IDX-2 FROM 1 BY 1
               UNTIL IT-IDX-2 > ITEM-COUNT
               IF ITT-KIND(IT-IDX-2) = 'P'
                   AND ITT-DAY-INT(IT-IDX-2) NOT < REFUND-FROM-INT
                   AND ITT-DAY-INT(IT-IDX-2)
                       NOT > ITT-DAY-INT(IT-IDX)
                   ADD 1 TO PAYIN-COUNT
                   ADD ITT-AMOUNT(IT-IDX-2) TO PAYIN-SUM
                   IF PAYIN-FIRST-DATE = ZERO
                       MOVE ITT-POST-DATE(IT-IDX-2) TO PAYIN-FIRST-DATE
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    TEST-OVERPAYMENT -- the window's payments against the
      *    overpayment percentage of the account's credit limit; an
      *    account off the master or with no limit is not judged.
       TEST-OVERPAYMENT.
           IF OVERPAY-PCT = ZERO
               GO TO TEST-OVERPAYMENT-EXIT
           END-IF.
           MOVE ZERO TO HIT-COUNT.
           MOVE ZERO TO HIT-AMOUNT.
           MOVE ZERO TO HIT-REFUND.
           MOVE ZERO TO HIT-FIRST-DATE.
           PERFORM VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > ITEM-COUNT
               IF ITT-KIND(IT-IDX) = 'P'
                   ADD 1 TO HIT-COUNT
                   ADD ITT-AMOUNT(IT-IDX) TO HIT-AMOUNT
                   IF HIT-FIRST-DATE = ZERO
                       MOVE ITT-POST-DATE(IT-IDX) TO HIT-FIRST-DATE
                   END-IF
                   MOVE ITT-POST-DATE(IT-IDX) TO HIT-LAST-DATE
               END-IF
           END-PERFORM.
           IF HIT-AMOUNT = ZERO
               GO TO TEST-OVERPAYMENT-EXIT
           END-IF.
           MOVE GROUP-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK OR ACCT-LIMIT NOT > ZERO
               GO TO TEST-OVERPAYMENT-EXIT
           END-IF.
           COMPUTE LIMIT-CEILING = ACCT-LIMIT * OVERPAY-PCT / 100.
           IF HIT-AMOUNT > LIMIT-CEILING
               MOVE 'O' TO HIT-TYPE
               PERFORM ADD-ALERT
           END-IF.
       TEST-OVERPAYMENT-EXIT.
           EXIT.
      *
       ADD-ALERT.
           ADD 1 TO ALERTS-RAISED.
           IF ALERT-COUNT < ALERT-MAX
               ADD 1 TO ALERT-COUNT
               SET AL-IDX TO ALERT-COUNT
               MOVE GROUP-ACCT-NO  TO ALT-ACCT-NO(AL-IDX)
               MOVE HIT-TYPE       TO ALT-TYPE(AL-IDX)
               MOVE HIT-COUNT      TO ALT-ITEM-COUNT(AL-IDX)
               MOVE HIT-AMOUNT     TO ALT-AMOUNT(AL-IDX)
               MOVE HIT-REFUND     TO ALT-REFUND(AL-IDX)
               MOVE HIT-FIRST-DATE TO ALT-FIRST-DATE(AL-IDX)
               MOVE HIT-LAST-DATE  TO ALT-LAST-DATE(AL-IDX)
               MOVE 'N'            TO ALT-USED(AL-IDX)
           ELSE
               SET ALERT-TABLE-FULL TO TRUE
           END-IF.
      *
      *    WORK-CASES -- every case carried forward: tonight's
      *    disposition applied, tonight's alerts placed against it.
       WORK-CASES.
           OPEN INPUT  CASE-IN.
           OPEN OUTPUT CASE-OUT.
           OPEN EXTEND ALERT-OUT.
           PERFORM READ-CASE
           PERFORM UNTIL NO-MORE-CASES
               ADD 1 TO CASES-READ
               IF AML-OPEN
                   PERFORM MATCH-DISPOSITION
                   IF CARD-MATCHED
                       PERFORM APPLY-DISPOSITION
                   END-IF
               END-IF
               PERFORM VARYING AL-IDX FROM 1 BY 1
                   UNTIL AL-IDX > ALERT-COUNT
                   IF ALT-USED(AL-IDX) = 'N'
                       AND ALT-ACCT-NO(AL-IDX) = AML-ACCT-NO
                       PERFORM PLACE-AGAINST-CASE
                   END-IF
               END-PERFORM
               IF AML-OPEN
                   ADD 1 TO CASES-STILL-OPEN
                   MOVE SPACES TO PRINT-REC
                   MOVE AML-ACCT-NO        TO AMR-ACCT-NO-O
                   MOVE AML-OPEN-DATE      TO AMR-CASE-DATE-O
                   MOVE AML-LARGEST-AMOUNT TO AMR-AMOUNT-O
                   MOVE AML-ALERT-COUNT    TO AMR-COUNT-O
                   MOVE 'OPEN -- AWAITING DISPOSITION'
                       TO AMR-OUTCOME-O
                   WRITE PRINT-REC
               END-IF
               WRITE CASE-OUT-REC FROM CASE-FIELDS
               PERFORM READ-CASE
           END-PERFORM.
           CLOSE CASE-IN.
      *
       READ-CASE.
           READ CASE-IN
               AT END SET NO-MORE-CASES TO TRUE
           END-READ.
      *
       MATCH-DISPOSITION.
           MOVE 'N' TO CARD-MATCH-FLAG.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT OR CARD-MATCHED
               IF CDT-USED(CD-IDX) = 'N'
                   AND CDT-ACCT-NO(CD-IDX) = AML-ACCT-NO
                   AND CDT-OPEN-DATE(CD-IDX) = AML-OPEN-DATE
                   AND (CDT-DISPOSITION(CD-IDX) = 'S'
                       OR CDT-DISPOSITION(CD-IDX) = 'N')
                   SET CARD-MATCHED TO TRUE
                   SET CARD-SLOT TO CD-IDX
               END-IF
           END-PERFORM.
      *
       APPLY-DISPOSITION.
           MOVE 'Y' TO CDT-USED(CARD-SLOT).
           ADD 1 TO CASES-DISPOSED.
           MOVE CDT-DISPOSITION(CARD-SLOT) TO AML-STATUS.
           MOVE CURRENT-DATE-NUM           TO AML-DISP-DATE.
           MOVE CDT-OFFICER(CARD-SLOT)     TO AML-DISP-OFFICER.
           MOVE CDT-REFERENCE(CARD-SLOT)   TO AML-DISP-REFERENCE.
           MOVE SPACES TO PRINT-REC.
           MOVE AML-ACCT-NO        TO AMR-ACCT-NO-O.
           MOVE AML-OPEN-DATE      TO AMR-CASE-DATE-O.
           MOVE AML-LARGEST-AMOUNT TO AMR-AMOUNT-O.
           MOVE AML-ALERT-COUNT    TO AMR-COUNT-O.
           IF AML-SAR-FILED
               MOVE 'DISPOSED -- SAR FILED' TO AMR-OUTCOME-O
           ELSE
               MOVE 'DISPOSED -- NO ACTION' TO AMR-OUTCOME-O
           END-IF.
           WRITE PRINT-REC.
      *
      *    PLACE-AGAINST-CASE -- an open case takes an alert whose
      *    activity is newer than the last it took; a closed case
      *    absorbs an alert over activity posted before it was
      *    disposed.  Anything else waits to open a new case.
       PLACE-AGAINST-CASE.
           IF AML-OPEN
               IF ALT-LAST-DATE(AL-IDX) > AML-LAST-ITEM-DATE
                   MOVE 'A' TO ALT-USED(AL-IDX)
                   ADD 1 TO ALERTS-ATTACHED
                   PERFORM ATTACH-TO-OPEN-CASE
               ELSE
                   MOVE 'X' TO ALT-USED(AL-IDX)
                   ADD 1 TO ALERTS-REPEATED
               END-IF
           ELSE
               IF ALT-LAST-DATE(AL-IDX) NOT > AML-DISP-DATE
                   MOVE 'X' TO ALT-USED(AL-IDX)
                   ADD 1 TO ALERTS-REPEATED
               END-IF
           END-IF.
      *
       ATTACH-TO-OPEN-CASE.
           ADD 1 TO AML-ALERT-COUNT.
           MOVE CURRENT-DATE-NUM      TO AML-LAST-ALERT-DATE.
           MOVE ALT-LAST-DATE(AL-IDX) TO AML-LAST-ITEM-DATE.
           IF ALT-AMOUNT(AL-IDX) > AML-LARGEST-AMOUNT
               MOVE ALT-AMOUNT(AL-IDX) TO AML-LARGEST-AMOUNT
           END-IF.
           EVALUATE ALT-TYPE(AL-IDX)
               WHEN 'S' ADD 1 TO AML-STRUCT-ALERTS
               WHEN 'R' ADD 1 TO AML-REFUND-ALERTS
               WHEN 'O' ADD 1 TO AML-OVERPAY-ALERTS
           END-EVALUATE.
           MOVE AML-OPEN-DATE TO AMA-CASE-OPEN-DATE.
           MOVE 'A'           TO AMA-ACTION.
           PERFORM WRITE-ALERT.
           MOVE 'ALERT ATTACHED TO OPEN CASE' TO ALERT-OUTCOME.
           PERFORM WRITE-ALERT-LINE.
      *
      *    OPEN-NEW-CASES -- the alerts no case took, in account
      *    order: the first for an account opens its case, the rest
      *    attach to it.
       OPEN-NEW-CASES.
           PERFORM VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > ALERT-COUNT
               IF ALT-USED(AL-IDX) = 'N'
                   IF NEW-CASE-PENDING
                       AND ALT-ACCT-NO(AL-IDX) NOT = NCS-ACCT-NO
                       WRITE CASE-OUT-REC FROM NEW-CASE-FIELDS
                       MOVE 'N' TO NEW-CASE-FLAG
                   END-IF
                   IF NOT NEW-CASE-PENDING
                       PERFORM START-NEW-CASE
                   END-IF
                   PERFORM ADD-TO-NEW-CASE
               END-IF
           END-PERFORM.
           IF NEW-CASE-PENDING
               WRITE CASE-OUT-REC FROM NEW-CASE-FIELDS
           END-IF.
           CLOSE CASE-OUT.
           CLOSE ALERT-OUT.
      *
       START-NEW-CASE.
           ADD 1 TO CASES-OPENED.
           ADD 1 TO CASES-STILL-OPEN.
           SET NEW-CASE-PENDING TO TRUE.
           MOVE SPACES              TO NEW-CASE-FIELDS.
           MOVE ALT-ACCT-NO(AL-IDX) TO NCS-ACCT-NO.
           MOVE CURRENT-DATE-NUM    TO NCS-OPEN-DATE.
           MOVE 'O'                 TO NCS-STATUS.
           MOVE ZERO TO NCS-ALERT-COUNT.
           MOVE ZERO TO NCS-LAST-ALERT-DATE.
           MOVE ZERO TO NCS-LAST-ITEM-DATE.
           MOVE ZERO TO NCS-STRUCT-ALERTS.
           MOVE ZERO TO NCS-REFUND-ALERTS.
           MOVE ZERO TO NCS-OVERPAY-ALERTS.
           MOVE ZERO TO NCS-LARGEST-AMOUNT.
           MOVE ZERO TO NCS-DISP-DATE.
      *
       ADD-TO-NEW-CASE.
           MOVE 'C' TO ALT-USED(AL-IDX).
           ADD 1 TO NCS-ALERT-COUNT.
           MOVE CURRENT-DATE-NUM TO NCS-LAST-ALERT-DATE.
           IF ALT-LAST-DATE(AL-IDX) > NCS-LAST-ITEM-DATE
               MOVE ALT-LAST-DATE(AL-IDX) TO NCS-LAST-ITEM-DATE
           END-IF.
           IF ALT-AMOUNT(AL-IDX) > NCS-LARGEST-AMOUNT
               MOVE ALT-AMOUNT(AL-IDX) TO NCS-LARGEST-AMOUNT
           END-IF.
           EVALUATE ALT-TYPE(AL-IDX)
               WHEN 'S' ADD 1 TO NCS-STRUCT-ALERTS
               WHEN 'R' ADD 1 TO NCS-REFUND-ALERTS
               WHEN 'O' ADD 1 TO NCS-OVERPAY-ALERTS
           END-EVALUATE.
           MOVE NCS-OPEN-DATE TO AMA-CASE-OPEN-DATE.
           IF NCS-ALERT-COUNT = 1
               MOVE 'N' TO AMA-ACTION
               MOVE 'NEW CASE OPENED' TO ALERT-OUTCOME
           ELSE
               MOVE 'A' TO AMA-ACTION
               MOVE 'ALERT ATTACHED TO NEW CASE' TO ALERT-OUTCOME
           END-IF.
           PERFORM WRITE-ALERT.
           PERFORM WRITE-ALERT-LINE.
      *
      *    WRITE-ALERT -- AMA-CASE-OPEN-DATE and AMA-ACTION are set
      *    by the caller; the rest comes off the alert entry.
       WRITE-ALERT.
           MOVE ALT-ACCT-NO(AL-IDX)    TO AMA-ACCT-NO.
           MOVE CURRENT-DATE-NUM       TO AMA-ALERT-DATE.
           MOVE ALT-TYPE(AL-IDX)       TO AMA-TYPE.
           MOVE ALT-ITEM-COUNT(AL-IDX) TO AMA-ITEM-COUNT.
           MOVE ALT-AMOUNT(AL-IDX)     TO AMA-WINDOW-AMOUNT.
           MOVE ALT-REFUND(AL-IDX)     TO AMA-REFUND-AMOUNT.
           MOVE ALT-FIRST-DATE(AL-IDX) TO AMA-FIRST-ITEM-DATE.
           MOVE ALT-LAST-DATE(AL-IDX)  TO AMA-LAST-ITEM-DATE.
           MOVE SPACES TO ALERT-FIELDS(57:24).
           WRITE ALERT-FIELDS.
      *
      *    WRITE-ALERT-LINE -- ALERT-OUTCOME is set by the caller.
       WRITE-ALERT-LINE.
           MOVE SPACES TO PRINT-REC.
           MOVE ALT-ACCT-NO(AL-IDX)    TO AMR-ACCT-NO-O.
           MOVE AMA-CASE-OPEN-DATE     TO AMR-CASE-DATE-O.
           MOVE ALT-TYPE(AL-IDX)       TO AMR-TYPE-O.
           MOVE ALT-AMOUNT(AL-IDX)     TO AMR-AMOUNT-O.
           MOVE ALT-ITEM-COUNT(AL-IDX) TO AMR-COUNT-O.
           MOVE ALERT-OUTCOME          TO AMR-OUTCOME-O.
           WRITE PRINT-REC.
      *
      *    REPORT-UNMATCHED-CARDS -- a disposition that closed no
      *    open case disposed of nothing, and the officer needs to
      *    know.
       REPORT-UNMATCHED-CARDS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-USED(CD-IDX) = 'N'
                   ADD 1 TO CARDS-UNMATCHED
                   MOVE SPACES TO PRINT-REC
                   MOVE CDT-ACCT-NO(CD-IDX)   TO AMR-ACCT-NO-O
                   MOVE CDT-OPEN-DATE(CD-IDX) TO AMR-CASE-DATE-O
                   MOVE 'NO OPEN CASE MATCHED' TO AMR-OUTCOME-O
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
