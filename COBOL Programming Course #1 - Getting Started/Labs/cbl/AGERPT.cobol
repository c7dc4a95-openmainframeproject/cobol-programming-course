      *    LAST-ACTIVITY-DATE lands in the oldest bucket, the same
      *    "predates the field means long overdue" convention DORMANT
      *    and ACCTPURG use.
      *
      *    Now that DUECHK judges each statement's minimum payment,
      *    an account DLQFILE shows past due is aged by contractual
      *    delinquency instead -- how many consecutive statement
      *    minimums it has missed: one cycle ages as 0-30, two as
      *    31-60, three as 61-90, four as 91-120, five or more as
      *    over 120.  An account with no DLQFILE record is current on
      *    its minimums and still ages by LAST-ACTIVITY-DATE as
      *    before.
      *
      *    The buckets are calendar days, the convention the
      *    collections grid and the bureaus both age on -- a 30-day
      *    bucket is a month, not thirty working days -- so this
      *    report does not count business days.  Holidays still
      *    reach it fairly through DUECHK, which judges a minimum due
      *    on a weekend or holiday against the next business day.
      *    The third heading line states the convention.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FILE-CONTROL.
           SELECT PRINT-LINE ASSIGN TO PRTLINE.
           SELECT ACCT-REC   ASSIGN TO ACCTREC.
           SELECT DLQ-IN     ASSIGN TO DLQFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  DLQ-IN RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
       WORKING-STORAGE SECTION.
       01  ACCT-NO-MASKED         PIC X(8).
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  DLQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DLQ        VALUE 'Y'.
           05  DLQ-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DLQ-TABLE-FULL     VALUE 'Y'.
      *
       01  AGING-COUNTS.
           05  RECORDS-SCANNED    PIC S9(7) COMP-3 VALUE ZERO.
               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  GRAND-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  BT-IDX                 PIC S9(3) COMP-3 VALUE ZERO.
      *
      *    DLQ-TABLE -- DUECHK's contractual-delinquency snapshot,
      *    loaded once with the bounded-table-with-a-warning
      *    treatment PROMMTCH gives payments.
       01  DLQ-CTL.
           05  DLQ-COUNT          PIC S9(4) COMP VALUE 0.
           05  DLQ-MAX            PIC S9(4) COMP VALUE 5000.
       01  DLQ-TABLE.
           05  DLQ-ENTRY OCCURS 5000 TIMES INDEXED BY DQ-IDX.
               10  DQT-ACCT-NO    PIC X(8).
               10  DQT-CYCLES     PIC 9(2).
       01  CYCLES-PAST-DUE        PIC 9(2) VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
           05  FILLER         PIC X(14) VALUE '61-90 Days    '.
           05  FILLER         PIC X(14) VALUE '91-120 Days   '.
           05  FILLER         PIC X(14) VALUE 'Over 120 Days '.
      *
       01  HEADER-3.
           05  FILLER         PIC X(46) VALUE
               'Buckets are calendar days since last activity '.
           05  FILLER         PIC X(34) VALUE
               'or cycles of minimums missed'.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(8) VALUE 'TOTALS  '.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           PERFORM LOAD-DLQ-TABLE.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
      *
       SCAN-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM WRITE-TOTALS.
           DISPLAY 'AGERPT: RECORDS SCANNED    = ' RECORDS-SCANNED.
           DISPLAY 'AGERPT: OVERLIMIT ACCOUNTS = ' OVERLIMIT-COUNT.
           IF DLQ-TABLE-FULL
               DISPLAY 'AGERPT: DLQ TABLE FILLED AT 5000 -- EXCESS '
                       'ACCOUNTS AGED BY LAST ACTIVITY'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE PRINT-LINE.
           GOBACK.
           MOVE AMT-OVER       TO AGE-AMT-O(BUCKET-NO).
           WRITE PRINT-REC.
      *
      *    PICK-BUCKET -- contractual cycles past due when DLQFILE
      *    has the account; otherwise days since last activity, where
      *    a zero or unusable LAST-ACTIVITY-DATE cannot be aged
      *    honestly and lands in the oldest bucket.
       PICK-BUCKET.
           PERFORM FIND-CYCLES-PAST-DUE.
           IF CYCLES-PAST-DUE > ZERO
               IF CYCLES-PAST-DUE > 5
                   MOVE 5 TO BUCKET-NO
               ELSE
                   MOVE CYCLES-PAST-DUE TO BUCKET-NO
               END-IF
           ELSE
               PERFORM PICK-ACTIVITY-BUCKET
           END-IF.
      *
       PICK-ACTIVITY-BUCKET.
           IF LAST-ACTIVITY-DATE = ZERO
               OR LAST-ACTIVITY-YR NOT NUMERIC
               OR LAST-ACTIVITY-MO NOT NUMERIC
           MOVE GRAND-TOTAL TO GRAND-TOTAL-O.
           WRITE PRINT-REC FROM TRAILER-2.
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
