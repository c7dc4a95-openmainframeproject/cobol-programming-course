      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RWDGL.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    RWDGL books the month-end rewards-points liability.  The
      *    points outstanding on RWDFILE (RWDFLDS) are owed to
      *    customers at one cent a point, and the ledger carries
      *    that obligation on REWARDS LIABILITY (27000000) against
      *    REWARDS EXPENSE (53000000).  Each month only the change
      *    is booked: the liability last booked is read from the
      *    control file RWDLIAB, the difference is written to
      *    GLFEED as one balanced pair -- debit expense, credit
      *    liability when points grew; the reverse when redemption
      *    and expiry outran earning -- and this month's figure is
      *    appended to RWDLIAB for next month.  A month already on
      *    RWDLIAB is never booked twice: the run stops with
      *    RETURN-CODE 8 and no feed.
      *
      *    Redemptions post through POSTACCT under code RWRD, whose
      *    TRANCODE pair debits REWARDS EXPENSE against the
      *    customer receivable; the month's redeemed points leave
      *    the file, so the drop in liability credits that expense
      *    back and the month nets to the value of points earned
      *    less points expired or clawed back.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RWD-IN      ASSIGN TO RWDFILE.
           SELECT LIAB-CTL    ASSIGN TO RWDLIAB.
           SELECT GL-FEED     ASSIGN TO GLFEED.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RWD-IN RECORDING MODE F.
       01  RWD-FIELDS.
           COPY RWDFLDS.
      *
      *    LIAB-CTL -- one 80-byte record per month booked: the
      *    month, the points outstanding, the liability they stood
      *    for, and the date it was booked.  Cumulative; the last
      *    record is the liability the ledger now carries.
       FD  LIAB-CTL RECORDING MODE F.
       01  LIAB-REC.
           05  LIAB-MONTH         PIC 9(6).
           05  LIAB-POINTS        PIC S9(11) COMP-3.
           05  LIAB-AMOUNT        PIC S9(9)V99 COMP-3.
           05  LIAB-BOOKED-DATE   PIC 9(8).
           05  FILLER             PIC X(54).
      *
      *    GL-FEED -- the month's change in liability as one
      *    balanced ledger journal pair; see GLFLDS for the chart of
      *    accounts.
       FD  GL-FEED RECORDING MODE F.
       01  GL-FIELDS.
           COPY GLFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RWD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-RWD        VALUE 'Y'.
           05  LIAB-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-LIAB       VALUE 'Y'.
           05  BOOKED-FLAG        PIC X VALUE 'N'.
               88  MONTH-ALREADY-BOOKED VALUE 'Y'.
      *
       01  LIAB-COUNTS.
           05  RWD-RECS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  POINTS-OUTSTANDING PIC S9(11) COMP-3 VALUE ZERO.
      *
       01  LIAB-WORK.
           05  POINT-VALUE        PIC S9V99 COMP-3 VALUE 0.01.
           05  RUN-MONTH          PIC 9(6) VALUE ZERO.
           05  PRIOR-LIABILITY    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  NEW-LIABILITY      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  LIABILITY-CHANGE   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GL-CHANGE-AMT      PIC S9(9)V99 COMP-3 VALUE ZERO.
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
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE CURRENT-DATE-NUM(1:6) TO RUN-MONTH.
           PERFORM READ-LIABILITY-CONTROL.
           IF MONTH-ALREADY-BOOKED
               DISPLAY 'RWDGL: LIABILITY FOR ' RUN-MONTH
                       ' ALREADY BOOKED -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SUM-POINTS-OUTSTANDING.
           COMPUTE NEW-LIABILITY = POINTS-OUTSTANDING * POINT-VALUE.
           COMPUTE LIABILITY-CHANGE = NEW-LIABILITY - PRIOR-LIABILITY.
           OPEN OUTPUT GL-FEED.
           PERFORM WRITE-GL-FEED.
           CLOSE GL-FEED.
           PERFORM RECORD-LIABILITY-BOOKED.
      *
       CLOSE-STOP.
           DISPLAY 'RWDGL: RECORDS READ      = ' RWD-RECS-READ.
           DISPLAY 'RWDGL: POINTS OUTSTANDING = ' POINTS-OUTSTANDING.
           DISPLAY 'RWDGL: PRIOR LIABILITY   = ' PRIOR-LIABILITY.
           DISPLAY 'RWDGL: NEW LIABILITY     = ' NEW-LIABILITY.
           DISPLAY 'RWDGL: CHANGE BOOKED     = ' LIABILITY-CHANGE.
           GOBACK.
      *
      *    READ-LIABILITY-CONTROL -- the last month booked carries
      *    the liability on the ledger now; this month on the file
      *    at all means the run has been made.
       READ-LIABILITY-CONTROL.
           OPEN INPUT LIAB-CTL.
           PERFORM READ-LIAB
           PERFORM UNTIL NO-MORE-LIAB
               MOVE LIAB-AMOUNT TO PRIOR-LIABILITY
               IF LIAB-MONTH = RUN-MONTH
                   SET MONTH-ALREADY-BOOKED TO TRUE
               END-IF
               PERFORM READ-LIAB
           END-PERFORM.
           CLOSE LIAB-CTL.
      *
       READ-LIAB.
           READ LIAB-CTL
               AT END SET NO-MORE-LIAB TO TRUE
           END-READ.
      *
       SUM-POINTS-OUTSTANDING.
           OPEN INPUT RWD-IN.
           PERFORM READ-RWD
           PERFORM UNTIL NO-MORE-RWD
               ADD 1 TO RWD-RECS-READ
               ADD RWD-POINTS-BAL TO POINTS-OUTSTANDING
               PERFORM READ-RWD
           END-PERFORM.
           CLOSE RWD-IN.
      *
       READ-RWD.
           READ RWD-IN
               AT END SET NO-MORE-RWD TO TRUE
           END-READ.
      *
      *    WRITE-GL-FEED -- a growing liability is expensed; a
      *    shrinking one is released back against the expense.
      *    Debits written must equal credits written; a feed that
      *    does not balance is never handed to the ledger -- the
      *    step is failed hard instead.
       WRITE-GL-FEED.
           MOVE ZERO TO GL-DR-TOTAL.
           MOVE ZERO TO GL-CR-TOTAL.
           IF LIABILITY-CHANGE > ZERO
               MOVE LIABILITY-CHANGE TO GL-CHANGE-AMT
               MOVE SPACES              TO GL-FIELDS
               MOVE '53000000'          TO GL-ACCOUNT
               MOVE 'D'                 TO GL-DC
               MOVE GL-CHANGE-AMT       TO GL-AMOUNT
               MOVE 'REWARDS LIABILITY' TO GL-DESC
               PERFORM WRITE-GL-RECORD
               MOVE SPACES              TO GL-FIELDS
               MOVE '27000000'          TO GL-ACCOUNT
               MOVE 'C'                 TO GL-DC
               MOVE GL-CHANGE-AMT       TO GL-AMOUNT
               MOVE 'REWARDS LIABILITY' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF LIABILITY-CHANGE < ZERO
               COMPUTE GL-CHANGE-AMT = 0 - LIABILITY-CHANGE
               MOVE SPACES              TO GL-FIELDS
               MOVE '27000000'          TO GL-ACCOUNT
               MOVE 'D'                 TO GL-DC
               MOVE GL-CHANGE-AMT       TO GL-AMOUNT
               MOVE 'REWARDS LIABILITY' TO GL-DESC
               PERFORM WRITE-GL-RECORD
               MOVE SPACES              TO GL-FIELDS
               MOVE '53000000'          TO GL-ACCOUNT
               MOVE 'C'                 TO GL-DC
               MOVE GL-CHANGE-AMT       TO GL-AMOUNT
               MOVE 'REWARDS LIABILITY' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF GL-DR-TOTAL NOT = GL-CR-TOTAL
               DISPLAY 'RWDGL: GL FEED OUT OF BALANCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       WRITE-GL-RECORD.
           MOVE CURRENT-DATE-NUM TO GL-POST-DATE.
           MOVE 'RWDGL'          TO GL-SOURCE.
           IF GL-DEBIT
               ADD GL-AMOUNT TO GL-DR-TOTAL
           ELSE
               ADD GL-AMOUNT TO GL-CR-TOTAL
           END-IF.
           WRITE GL-FIELDS.
      *
       RECORD-LIABILITY-BOOKED.
           OPEN EXTEND LIAB-CTL.
           MOVE SPACES             TO LIAB-REC.
           MOVE RUN-MONTH          TO LIAB-MONTH.
           MOVE POINTS-OUTSTANDING TO LIAB-POINTS.
           MOVE NEW-LIABILITY      TO LIAB-AMOUNT.
           MOVE CURRENT-DATE-NUM   TO LIAB-BOOKED-DATE.
           WRITE LIAB-REC.
           CLOSE LIAB-CTL.
      *
