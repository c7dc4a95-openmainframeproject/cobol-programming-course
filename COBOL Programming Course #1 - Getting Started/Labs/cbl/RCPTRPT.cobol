      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RCPTRPT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    RCPTRPT is the morning inbound-file report off the
      *    receipt registry FILERCPT keeps.  For every sender on the
      *    schedule RCPTSCH (RCSFLDS) it says, for the report date,
      *    whether the sender's file was due, whether it arrived,
      *    and what became of every file the intakes were handed:
      *
      *        ARRIVED           taken, with its receipt sequence,
      *                          file date, count and hash total;
      *        REFUSED -- ...    judged a duplicate, a sequence gap,
      *                          an empty file, or unjudgeable;
      *        LATE              due on the report date, not taken,
      *                          and past the sender's due time (or
      *                          the report date is already past);
      *        DUE BY hhmm       due, not taken, not yet late;
      *        NOT DUE TODAY     not due; the last file taken shows.
      *
      *    Files refused because their sender is not on the
      *    schedule follow the schedule's senders.  A sender is due
      *    on the report date when it is a business day (HOLCAL, via
      *    DATESVC) for a daily sender; when it is the sender's
      *    weekday -- rolled to the next business day over a holiday
      *    -- for a weekly one; and when it is the sender's day of
      *    the month, rolled the same way, for a monthly one.  The
      *    previous week's or month's due day is rolled too, since a
      *    roll past a weekend or holiday can carry it into the
      *    report date's week or month.  An as-received sender is
      *    never due.
      *
      *    PARMCARD bytes 1-8 may give the report date (yyyymmdd);
      *    blank means today.  Any late or refused file ends the
      *    step with return code 4, so the morning shift knows to
      *    chase it before the day's posting.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE  ASSIGN TO RCPTSCH.
           SELECT REG-FILE    ASSIGN TO RCPTREG.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT PRINT-LINE  ASSIGN TO RCPTLST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SCHED-FILE RECORDING MODE F.
       01  SCHED-FIELDS.
           COPY RCSFLDS.
      *
       FD  REG-FILE RECORDING MODE F.
       01  REG-FIELDS.
           COPY RCGFLDS.
      *
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-REPORT-DATE   PIC 9(8).
           05  FILLER             PIC X(72).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  RPT-SENDER-O       PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RPT-FILE-DATE-O    PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RPT-SEQUENCE-O     PIC X(6).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RPT-COUNT-O        PIC ZZZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RPT-HASH-O         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RPT-STATUS-O       PIC X(28).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  SCHED-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-SCHED      VALUE 'Y'.
           05  REG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-REG        VALUE 'Y'.
           05  DUE-FLAG           PIC X VALUE 'N'.
               88  SENDER-IS-DUE      VALUE 'Y'.
           05  ARRIVED-FLAG       PIC X VALUE 'N'.
               88  SENDER-ARRIVED     VALUE 'Y'.
           05  ON-SCHEDULE-FLAG   PIC X VALUE 'N'.
               88  SENDER-ON-SCHEDULE VALUE 'Y'.
           05  SCHED-CAPACITY-FLAG PIC X VALUE 'N'.
               88  SCHED-TABLE-FULL   VALUE 'Y'.
           05  RCPT-CAPACITY-FLAG PIC X VALUE 'N'.
               88  RCPT-TABLE-FULL    VALUE 'Y'.
      *
      *    SCHED-TABLE -- the senders, with the last file taken from
      *    each on or before the report date.
       01  SCHED-CTL.
           05  SCHED-COUNT        PIC S9(4) COMP VALUE 0.
           05  SCHED-MAX          PIC S9(4) COMP VALUE 100.
       01  SCHED-TABLE.
           05  SCHED-ENTRY OCCURS 100 TIMES INDEXED BY SC-IDX.
               10  SCT-SENDER     PIC X(8).
               10  SCT-DESCRIPTION PIC X(30).
               10  SCT-FREQUENCY  PIC X(1).
               10  SCT-DUE-DAY    PIC 9(2).
               10  SCT-DUE-TIME   PIC 9(4).
               10  SCT-LAST-FILE-DATE PIC 9(8).
               10  SCT-LAST-RECV-DATE PIC 9(8).
      *
      *    RCPT-TABLE -- every file judged on the report date, in
      *    the order the intakes were handed them.
       01  RCPT-CTL.
           05  RCPT-COUNT         PIC S9(4) COMP VALUE 0.
           05  RCPT-MAX           PIC S9(4) COMP VALUE 500.
       01  RCPT-TABLE.
           05  RCPT-ENTRY OCCURS 500 TIMES INDEXED BY RC-IDX.
               10  RCT-SENDER     PIC X(8).
               10  RCT-FILE-DATE  PIC 9(8).
               10  RCT-SEQUENCE   PIC 9(6).
               10  RCT-RECORD-COUNT PIC 9(9).
               10  RCT-HASH-TOTAL PIC 9(15)V99.
               10  RCT-DISPOSITION PIC X(1).
      *
       01  REPORT-COUNTS.
           05  SENDERS-DUE        PIC S9(5) COMP-3 VALUE ZERO.
           05  FILES-ARRIVED      PIC S9(5) COMP-3 VALUE ZERO.
           05  FILES-LATE         PIC S9(5) COMP-3 VALUE ZERO.
           05  FILES-REFUSED      PIC S9(5) COMP-3 VALUE ZERO.
      *
       01  DUE-WORK.
           05  REPORT-INT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WEEK-QUOT          PIC S9(9) COMP-3 VALUE ZERO.
           05  WEEK-REM           PIC S9(1) COMP-3 VALUE ZERO.
           05  DUE-INT            PIC S9(9) COMP-3 VALUE ZERO.
           05  DUE-DATE           PIC 9(8) VALUE ZERO.
           05  MONTH-DUE-DAY      PIC 9(2) VALUE ZERO.
           05  MONTH-END-DAY      PIC 9(2) VALUE ZERO.
           05  FOLLOWING-FIRST    PIC 9(8) VALUE ZERO.
           05  DUE-YEAR           PIC 9(4) VALUE ZERO.
           05  DUE-MONTH          PIC 9(2) VALUE ZERO.
       01  DATE-PARTS             PIC 9(8) VALUE ZERO.
       01  DATE-PARTS-X REDEFINES DATE-PARTS.
           05  DP-YEAR            PIC 9(4).
           05  DP-MONTH           PIC 9(2).
           05  DP-DAY             PIC 9(2).
       01  REPORT-DATE            PIC 9(8) VALUE ZERO.
       01  REPORT-DATE-PARTS REDEFINES REPORT-DATE.
           05  RD-YEAR            PIC 9(4).
           05  RD-MONTH           PIC 9(2).
           05  RD-DAY             PIC 9(2).
       01  DUE-TIME-EDIT.
           05  FILLER             PIC X(7) VALUE 'DUE BY '.
           05  DTE-TIME           PIC 9(4).
           05  FILLER             PIC X(13) VALUE ' -- NOT YET'.
      *
      *    DATE-SERVICE -- the DATESVC call area.
       01  DATE-SERVICE.
           COPY DTSFLDS.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOUR         PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  FILLER                  PIC 9(04).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-HHMM           PIC 9(4) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(37) VALUE
               'Inbound File Receipts for Report Date'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  HDR-REPORT-DATE-O PIC 9(8).
           05  FILLER         PIC X(34) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(09) VALUE 'Sender   '.
           05  FILLER         PIC X(09) VALUE 'File Dt  '.
           05  FILLER         PIC X(07) VALUE 'Seq    '.
           05  FILLER         PIC X(08) VALUE '  Count '.
           05  FILLER         PIC X(18) VALUE
               '        Hash Total'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FILLER         PIC X(28) VALUE 'Status'.
      *
       01  SENDER-LINE.
           05  SDL-SENDER-O   PIC X(8).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SDL-DESC-O     PIC X(30).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  SDL-FREQ-O     PIC X(14).
           05  FILLER         PIC X(24) VALUE SPACES.
      *
       01  TOTAL-LINE.
           05  TOT-LABEL-O    PIC X(30).
           05  TOT-COUNT-O    PIC ZZZZ9.
           05  FILLER         PIC X(45) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE WS-CURRENT-TIME(1:4) TO CURRENT-HHMM.
           SET DTS-LOAD-CALENDAR TO TRUE.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               DISPLAY 'RCPTRPT: NO HOLIDAY CALENDAR -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-RECEIPTS.
           OPEN OUTPUT PRINT-LINE.
           MOVE REPORT-DATE TO HDR-REPORT-DATE-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       REPORT-SENDERS.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SCHED-COUNT
               PERFORM REPORT-ONE-SENDER
           END-PERFORM.
           PERFORM REPORT-UNSCHEDULED.
           PERFORM WRITE-TOTALS.
      *
       CLOSE-STOP.
           DISPLAY 'RCPTRPT: SENDERS DUE   = ' SENDERS-DUE.
           DISPLAY 'RCPTRPT: FILES ARRIVED = ' FILES-ARRIVED.
           DISPLAY 'RCPTRPT: FILES LATE    = ' FILES-LATE.
           DISPLAY 'RCPTRPT: FILES REFUSED = ' FILES-REFUSED.
           IF SCHED-TABLE-FULL
               DISPLAY 'RCPTRPT: SCHEDULE TABLE FILLED AT 100 -- '
                       'EXCESS SENDERS NOT REPORTED'
           END-IF.
           IF RCPT-TABLE-FULL
               DISPLAY 'RCPTRPT: RECEIPT TABLE FILLED AT 500 -- '
                       'EXCESS RECEIPTS NOT REPORTED'
           END-IF.
           IF FILES-LATE > ZERO OR FILES-REFUSED > ZERO
               OR SCHED-TABLE-FULL OR RCPT-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    READ-PARM-CARD -- the report date, today when the card
      *    is blank, empty or not a date.
       READ-PARM-CARD.
           MOVE CURRENT-DATE-NUM TO REPORT-DATE.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           IF PARM-REPORT-DATE NUMERIC AND PARM-REPORT-DATE > ZERO
               MOVE PARM-REPORT-DATE TO REPORT-DATE
           END-IF.
           CLOSE PARM-CARD.
           COMPUTE REPORT-INT = FUNCTION INTEGER-OF-DATE(REPORT-DATE).
      *
       LOAD-SCHEDULE.
           OPEN INPUT SCHED-FILE.
           PERFORM READ-SCHED
           PERFORM UNTIL NO-MORE-SCHED
               IF NOT RCS-COMMENT
                   IF SCHED-COUNT < SCHED-MAX
                       ADD 1 TO SCHED-COUNT
                       PERFORM TAKE-SCHED-ENTRY
                   ELSE
                       SET SCHED-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-SCHED
           END-PERFORM.
           CLOSE SCHED-FILE.
      *
       READ-SCHED.
           READ SCHED-FILE
               AT END SET NO-MORE-SCHED TO TRUE
           END-READ.
      *
       TAKE-SCHED-ENTRY.
           MOVE RCS-SENDER      TO SCT-SENDER(SCHED-COUNT).
           MOVE RCS-DESCRIPTION TO SCT-DESCRIPTION(SCHED-COUNT).
           MOVE RCS-FREQUENCY   TO SCT-FREQUENCY(SCHED-COUNT).
           IF RCS-DUE-DAY NUMERIC
               MOVE RCS-DUE-DAY TO SCT-DUE-DAY(SCHED-COUNT)
           ELSE
               MOVE ZERO        TO SCT-DUE-DAY(SCHED-COUNT)
           END-IF.
           IF RCS-DUE-TIME NUMERIC
               MOVE RCS-DUE-TIME TO SCT-DUE-TIME(SCHED-COUNT)
           ELSE
               MOVE ZERO         TO SCT-DUE-TIME(SCHED-COUNT)
           END-IF.
           MOVE ZERO TO SCT-LAST-FILE-DATE(SCHED-COUNT).
           MOVE ZERO TO SCT-LAST-RECV-DATE(SCHED-COUNT).
      *
      *    LOAD-RECEIPTS -- one pass over the registry: the report
      *    date's receipts into the table, and each sender's last
      *    file taken on or before the report date.
       LOAD-RECEIPTS.
           OPEN INPUT REG-FILE.
           PERFORM READ-REG
           PERFORM UNTIL NO-MORE-REG
               IF RCG-RECV-DATE = REPORT-DATE
                   PERFORM HOLD-RECEIPT
               END-IF
               IF RCG-ACCEPTED AND RCG-RECV-DATE NOT > REPORT-DATE
                   PERFORM NOTE-LAST-TAKEN
               END-IF
               PERFORM READ-REG
           END-PERFORM.
           CLOSE REG-FILE.
      *
       READ-REG.
           READ REG-FILE
               AT END SET NO-MORE-REG TO TRUE
           END-READ.
      *
       HOLD-RECEIPT.
           IF RCPT-COUNT < RCPT-MAX
               ADD 1 TO RCPT-COUNT
               MOVE RCG-SENDER       TO RCT-SENDER(RCPT-COUNT)
               MOVE RCG-FILE-DATE    TO RCT-FILE-DATE(RCPT-COUNT)
               MOVE RCG-SEQUENCE     TO RCT-SEQUENCE(RCPT-COUNT)
               MOVE RCG-RECORD-COUNT TO RCT-RECORD-COUNT(RCPT-COUNT)
               MOVE RCG-HASH-TOTAL   TO RCT-HASH-TOTAL(RCPT-COUNT)
               MOVE RCG-DISPOSITION  TO RCT-DISPOSITION(RCPT-COUNT)
           ELSE
               SET RCPT-TABLE-FULL TO TRUE
           END-IF.
      *
       NOTE-LAST-TAKEN.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SCHED-COUNT
               IF SCT-SENDER(SC-IDX) = RCG-SENDER
                   AND RCG-FILE-DATE > SCT-LAST-FILE-DATE(SC-IDX)
                   MOVE RCG-FILE-DATE TO SCT-LAST-FILE-DATE(SC-IDX)
                   MOVE RCG-RECV-DATE TO SCT-LAST-RECV-DATE(SC-IDX)
               END-IF
           END-PERFORM.
      *
      *    REPORT-ONE-SENDER -- the sender's heading, each file it
      *    sent on the report date, and, when none was taken, why
      *    that matters or does not.
       REPORT-ONE-SENDER.
           PERFORM TEST-SENDER-DUE.
           MOVE SPACES                  TO SENDER-LINE.
           MOVE SCT-SENDER(SC-IDX)      TO SDL-SENDER-O.
           MOVE SCT-DESCRIPTION(SC-IDX) TO SDL-DESC-O.
           EVALUATE SCT-FREQUENCY(SC-IDX)
               WHEN 'D'  MOVE 'BUSINESS DAILY' TO SDL-FREQ-O
               WHEN 'W'  MOVE 'WEEKLY'         TO SDL-FREQ-O
               WHEN 'M'  MOVE 'MONTHLY'        TO SDL-FREQ-O
               WHEN OTHER MOVE 'AS RECEIVED'   TO SDL-FREQ-O
           END-EVALUATE.
           WRITE PRINT-REC FROM SENDER-LINE.
           MOVE 'N' TO ARRIVED-FLAG.
           PERFORM VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RCPT-COUNT
               IF RCT-SENDER(RC-IDX) = SCT-SENDER(SC-IDX)
                   PERFORM REPORT-ONE-RECEIPT
               END-IF
           END-PERFORM.
           IF NOT SENDER-ARRIVED
               PERFORM REPORT-NOTHING-TAKEN
           END-IF.
      *
       REPORT-NOTHING-TAKEN.
           MOVE SPACES             TO PRINT-REC.
           MOVE SCT-SENDER(SC-IDX) TO RPT-SENDER-O.
           EVALUATE TRUE
               WHEN NOT SENDER-IS-DUE
                   MOVE 'NOT DUE TODAY' TO RPT-STATUS-O
               WHEN REPORT-DATE < CURRENT-DATE-NUM
                   OR CURRENT-HHMM > SCT-DUE-TIME(SC-IDX)
                   ADD 1 TO FILES-LATE
                   MOVE 'LATE -- NOT RECEIVED' TO RPT-STATUS-O
               WHEN OTHER
                   MOVE SCT-DUE-TIME(SC-IDX) TO DTE-TIME
                   MOVE DUE-TIME-EDIT TO RPT-STATUS-O
           END-EVALUATE.
           IF SCT-LAST-FILE-DATE(SC-IDX) > ZERO
               MOVE SCT-LAST-FILE-DATE(SC-IDX) TO RPT-FILE-DATE-O
           END-IF.
           WRITE PRINT-REC.
      *
       REPORT-ONE-RECEIPT.
           MOVE SPACES                   TO PRINT-REC.
           MOVE RCT-SENDER(RC-IDX)       TO RPT-SENDER-O.
           MOVE RCT-FILE-DATE(RC-IDX)    TO RPT-FILE-DATE-O.
           MOVE RCT-RECORD-COUNT(RC-IDX) TO RPT-COUNT-O.
           MOVE RCT-HASH-TOTAL(RC-IDX)   TO RPT-HASH-O.
           EVALUATE RCT-DISPOSITION(RC-IDX)
               WHEN 'A'
                   SET SENDER-ARRIVED TO TRUE
                   ADD 1 TO FILES-ARRIVED
                   MOVE RCT-SEQUENCE(RC-IDX) TO RPT-SEQUENCE-O
                   MOVE 'ARRIVED'            TO RPT-STATUS-O
               WHEN 'D'
                   ADD 1 TO FILES-REFUSED
                   MOVE 'REFUSED -- DUPLICATE'  TO RPT-STATUS-O
               WHEN 'G'
                   ADD 1 TO FILES-REFUSED
                   MOVE 'REFUSED -- SEQUENCE GAP' TO RPT-STATUS-O
               WHEN 'E'
                   ADD 1 TO FILES-REFUSED
                   MOVE 'REFUSED -- EMPTY FILE' TO RPT-STATUS-O
               WHEN 'U'
                   ADD 1 TO FILES-REFUSED
                   MOVE 'REFUSED -- UNKNOWN SENDER' TO RPT-STATUS-O
               WHEN OTHER
                   ADD 1 TO FILES-REFUSED
                   MOVE 'REFUSED' TO RPT-STATUS-O
           END-EVALUATE.
           WRITE PRINT-REC.
      *
      *    REPORT-UNSCHEDULED -- files handed in under a sender the
      *    schedule does not know.
       REPORT-UNSCHEDULED.
           PERFORM VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RCPT-COUNT
               MOVE 'N' TO ON-SCHEDULE-FLAG
               PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > SCHED-COUNT OR SENDER-ON-SCHEDULE
                   IF SCT-SENDER(SC-IDX) = RCT-SENDER(RC-IDX)
                       SET SENDER-ON-SCHEDULE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT SENDER-ON-SCHEDULE
                   PERFORM REPORT-ONE-RECEIPT
               END-IF
           END-PERFORM.
      *
      *    TEST-SENDER-DUE -- whether the schedule expects a file
      *    from this sender on the report date.  A weekly or monthly
      *    sender is due when this period's due day, or the last
      *    period's, rolls to the report date.
       TEST-SENDER-DUE.
           MOVE 'N' TO DUE-FLAG.
           EVALUATE SCT-FREQUENCY(SC-IDX)
               WHEN 'D'
                   MOVE REPORT-DATE TO DUE-DATE
                   PERFORM ROLL-DUE-DATE
                   PERFORM TEST-DUE-DATE
               WHEN 'W'
                   DIVIDE REPORT-INT BY 7 GIVING WEEK-QUOT
                       REMAINDER WEEK-REM
                   IF WEEK-REM = ZERO
                       MOVE 7 TO WEEK-REM
                   END-IF
                   COMPUTE DUE-INT = REPORT-INT - WEEK-REM
                       + SCT-DUE-DAY(SC-IDX)
                   COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DUE-INT)
                   PERFORM ROLL-DUE-DATE
                   PERFORM TEST-DUE-DATE
                   SUBTRACT 7 FROM DUE-INT
                   COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER(DUE-INT)
                   PERFORM ROLL-DUE-DATE
                   PERFORM TEST-DUE-DATE
               WHEN 'M'
                   MOVE RD-YEAR  TO DUE-YEAR
                   MOVE RD-MONTH TO DUE-MONTH
                   PERFORM FIND-MONTH-DUE-DATE
                   PERFORM ROLL-DUE-DATE
                   PERFORM TEST-DUE-DATE
                   IF DUE-MONTH = 1
                       SUBTRACT 1 FROM DUE-YEAR
                       MOVE 12 TO DUE-MONTH
                   ELSE
                       SUBTRACT 1 FROM DUE-MONTH
                   END-IF
                   PERFORM FIND-MONTH-DUE-DATE
                   PERFORM ROLL-DUE-DATE
                   PERFORM TEST-DUE-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SENDER-IS-DUE
               ADD 1 TO SENDERS-DUE
           END-IF.
      *
       TEST-DUE-DATE.
           IF DUE-DATE = REPORT-DATE
               SET SENDER-IS-DUE TO TRUE
           END-IF.
      *
      *    ROLL-DUE-DATE -- the due date, or the business day it
      *    rolls to.
       ROLL-DUE-DATE.
           SET DTS-ROLL-FORWARD TO TRUE.
           MOVE DUE-DATE TO DTS-DATE-IN.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               MOVE ZERO TO DUE-DATE
           ELSE
               MOVE DTS-DATE-OUT TO DUE-DATE
           END-IF.
      *
      *    FIND-MONTH-DUE-DATE -- the sender's due day in the month
      *    DUE-YEAR/DUE-MONTH, or the month's last day when the
      *    month is shorter; a due day of zero means the first.
       FIND-MONTH-DUE-DATE.
           IF DUE-MONTH = 12
               COMPUTE FOLLOWING-FIRST = (DUE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE FOLLOWING-FIRST =
                   DUE-YEAR * 10000 + (DUE-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE DUE-INT =
               FUNCTION INTEGER-OF-DATE(FOLLOWING-FIRST) - 1.
           COMPUTE DATE-PARTS = FUNCTION DATE-OF-INTEGER(DUE-INT).
           MOVE DP-DAY TO MONTH-END-DAY.
           MOVE SCT-DUE-DAY(SC-IDX) TO MONTH-DUE-DAY.
           IF MONTH-DUE-DAY = ZERO
               MOVE 1 TO MONTH-DUE-DAY
           END-IF.
           IF MONTH-DUE-DAY > MONTH-END-DAY
               MOVE MONTH-END-DAY TO MONTH-DUE-DAY
           END-IF.
           COMPUTE DUE-DATE =
               DUE-YEAR * 10000 + DUE-MONTH * 100 + MONTH-DUE-DAY.
      *
       WRITE-TOTALS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'SENDERS DUE ON REPORT DATE' TO TOT-LABEL-O.
           MOVE SENDERS-DUE   TO TOT-COUNT-O.
           WRITE PRINT-REC FROM TOTAL-LINE.
           MOVE 'FILES ARRIVED'              TO TOT-LABEL-O.
           MOVE FILES-ARRIVED TO TOT-COUNT-O.
           WRITE PRINT-REC FROM TOTAL-LINE.
           MOVE 'FILES LATE'                 TO TOT-LABEL-O.
           MOVE FILES-LATE    TO TOT-COUNT-O.
           WRITE PRINT-REC FROM TOTAL-LINE.
           MOVE 'FILES REFUSED'              TO TOT-LABEL-O.
           MOVE FILES-REFUSED TO TOT-COUNT-O.
           WRITE PRINT-REC FROM TOTAL-LINE.
