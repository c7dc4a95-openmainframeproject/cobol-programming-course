      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DATESVC.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    DATESVC is the shared date service: the one place the
      *    suite asks what counts as a business day, so that every
      *    rule meant in business days counts them the same way.  A
      *    business day is a Monday to Friday that is not on the
      *    holiday calendar HOLCAL (HOLFLDS) operations keys each
      *    year.  Callers pass the DTSFLDS area on
      *        CALL 'DATESVC' USING <area>
      *    and get back the next business day after a date, a date
      *    rolled forward to a business day, a date N business days
      *    on, or the business days between two dates.
      *
      *    The calendar is read once, on the first call of the run,
      *    and held in a table for every call after it, so the
      *    calling step needs only a HOLCAL DD.  A calendar that is
      *    missing, will not open, holds a date that is not a real
      *    date, or has more holidays than the table holds answers
      *    nothing -- every call comes back '8' and the caller
      *    refuses its run rather than count days on a calendar
      *    nobody can vouch for.  A holiday keyed on a Saturday or a
      *    Sunday changes nothing and is ignored with a warning.
      *
      *    The calendar covers the years from its earliest holiday
      *    to its latest.  An answer that needs a date past the end
      *    of the last one comes back '4': weekends are still
      *    skipped, but next year's holidays have not been keyed,
      *    and the caller says so on its report.
      *
      *    Days are counted on the INTEGER-OF-DATE day number, on
      *    which day 1 (1 January 1601) was a Monday, so the
      *    remainder of a day number divided by 7 is 1 to 5 for
      *    Monday to Friday, 6 for Saturday and 0 for Sunday.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOL-CAL     ASSIGN TO HOLCAL
               FILE STATUS IS HOL-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  HOL-CAL RECORDING MODE F.
       01  HOL-FIELDS.
           COPY HOLFLDS.
      *
       WORKING-STORAGE SECTION.
       01  HOL-STATUS             PIC X(2) VALUE '00'.
           88  HOL-OK                 VALUE '00'.
       01  FLAGS.
           05  LOADED-FLAG        PIC X VALUE 'N'.
               88  CALENDAR-LOADED    VALUE 'Y'.
           05  CALENDAR-BAD-FLAG  PIC X VALUE 'N'.
               88  CALENDAR-BAD       VALUE 'Y'.
           05  HOL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-HOLIDAYS   VALUE 'Y'.
           05  DATE-VALID-FLAG    PIC X VALUE 'N'.
               88  DATE-IS-VALID      VALUE 'Y'.
           05  BUS-DAY-FLAG       PIC X VALUE 'N'.
               88  DAY-IS-BUSINESS    VALUE 'Y'.
      *
      *    HOL-TABLE -- the calendar's weekday holidays as day
      *    numbers; a calendar with more than the table holds is
      *    refused, not truncated.
       01  HOL-CTL.
           05  HOL-COUNT          PIC S9(4) COMP VALUE 0.
           05  HOL-MAX            PIC S9(4) COMP VALUE 500.
       01  HOL-TABLE.
           05  HOL-ENTRY OCCURS 500 TIMES INDEXED BY HL-IDX.
               10  HLT-DAY-INT    PIC S9(9) COMP-3.
      *
      *    CALENDAR-RANGE -- the years the calendar covers and the
      *    day number of the last day of the last one.
       01  CALENDAR-RANGE.
           05  CAL-FIRST-YEAR     PIC 9(4) VALUE ZERO.
           05  CAL-LAST-YEAR      PIC 9(4) VALUE ZERO.
           05  CAL-END-DATE       PIC 9(8) VALUE ZERO.
           05  CAL-END-INT        PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  CHECK-DATE             PIC 9(8) VALUE ZERO.
       01  CHECK-DATE-X REDEFINES CHECK-DATE.
           05  CHECK-YR           PIC 9(4).
           05  CHECK-MO           PIC 9(2).
           05  CHECK-DAY          PIC 9(2).
       01  CHECK-INT              PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  DAY-WORK.
           05  DAY-INT            PIC S9(9) COMP-3 VALUE ZERO.
           05  FROM-INT           PIC S9(9) COMP-3 VALUE ZERO.
           05  TO-INT             PIC S9(9) COMP-3 VALUE ZERO.
           05  LOW-INT            PIC S9(9) COMP-3 VALUE ZERO.
           05  HIGH-INT           PIC S9(9) COMP-3 VALUE ZERO.
           05  WEEK-QUOT          PIC S9(9) COMP-3 VALUE ZERO.
           05  WEEK-REM           PIC S9(1) COMP-3 VALUE ZERO.
           05  WEEKDAYS-THRU      PIC S9(9) COMP-3 VALUE ZERO.
           05  WEEKDAYS-LOW       PIC S9(9) COMP-3 VALUE ZERO.
           05  HOLIDAYS-BETWEEN   PIC S9(7) COMP-3 VALUE ZERO.
           05  DAYS-TO-ADD        PIC S9(7) COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
       01  DATE-SERVICE.
           COPY DTSFLDS.
      *------------------
       PROCEDURE DIVISION USING DATE-SERVICE.
      *------------------
      *    ANSWER-REQUEST -- loads the calendar on the first call,
      *    then answers the one question this call asks.
       ANSWER-REQUEST.
           SET DTS-OK TO TRUE.
           IF NOT CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
           END-IF.
           MOVE CAL-FIRST-YEAR TO DTS-FIRST-YEAR.
           MOVE CAL-LAST-YEAR  TO DTS-LAST-YEAR.
           MOVE HOL-COUNT      TO DTS-HOLIDAYS.
           IF CALENDAR-BAD
               SET DTS-FAILED TO TRUE
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN DTS-LOAD-CALENDAR
                   CONTINUE
               WHEN DTS-NEXT-BUS-DAY
                   PERFORM NEXT-BUSINESS-DAY
               WHEN DTS-ROLL-FORWARD
                   PERFORM ROLL-FORWARD
               WHEN DTS-ADD-BUS-DAYS
                   PERFORM ADD-BUSINESS-DAYS
               WHEN DTS-BUS-DAYS-BTWN
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN OTHER
                   DISPLAY 'DATESVC: UNKNOWN FUNCTION "' DTS-FUNCTION
                       '" -- NOT ANSWERED'
                   SET DTS-FAILED TO TRUE
           END-EVALUATE.
           GOBACK.
      *
      *    NEXT-BUSINESS-DAY -- the first business day after the
      *    date given, whatever the date given is.
       NEXT-BUSINESS-DAY.
           MOVE DTS-DATE-IN TO CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT DATE-IS-VALID
               PERFORM REFUSE-BAD-DATE
           ELSE
               COMPUTE DAY-INT = CHECK-INT + 1
               PERFORM ROLL-DAY-INT
               PERFORM RETURN-DAY-INT
           END-IF.
      *
      *    ROLL-FORWARD -- the date itself when it is a business
      *    day, otherwise the next business day after it.
       ROLL-FORWARD.
           MOVE DTS-DATE-IN TO CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT DATE-IS-VALID
               PERFORM REFUSE-BAD-DATE
           ELSE
               MOVE CHECK-INT TO DAY-INT
               PERFORM ROLL-DAY-INT
               PERFORM RETURN-DAY-INT
           END-IF.
      *
      *    ADD-BUSINESS-DAYS -- steps forward a day at a time,
      *    counting only business days, until DTS-DAYS of them have
      *    passed; adding zero gives the date back unchanged.
       ADD-BUSINESS-DAYS.
           MOVE DTS-DATE-IN TO CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT DATE-IS-VALID OR DTS-DAYS < ZERO
               PERFORM REFUSE-BAD-DATE
           ELSE
               MOVE CHECK-INT TO DAY-INT
               MOVE DTS-DAYS  TO DAYS-TO-ADD
               PERFORM UNTIL DAYS-TO-ADD = ZERO
                   ADD 1 TO DAY-INT
                   PERFORM TEST-BUSINESS-DAY
                   IF DAY-IS-BUSINESS
                       SUBTRACT 1 FROM DAYS-TO-ADD
                   END-IF
               END-PERFORM
               PERFORM RETURN-DAY-INT
           END-IF.
      *
      *    COUNT-BUSINESS-DAYS -- the business days after the first
      *    date up to and including the second: the weekdays in
      *    that span less the calendar's holidays in it, signed
      *    negative when the second date is the earlier.
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO DTS-DAYS.
           MOVE DTS-DATE-IN TO CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT DATE-IS-VALID
               PERFORM REFUSE-BAD-DATE
           ELSE
               MOVE CHECK-INT TO FROM-INT
               MOVE DTS-DATE-2 TO CHECK-DATE
               PERFORM VALIDATE-DATE
               IF NOT DATE-IS-VALID
                   PERFORM REFUSE-BAD-DATE
               ELSE
                   MOVE CHECK-INT TO TO-INT
                   PERFORM COUNT-SPAN
               END-IF
           END-IF.
      *
       COUNT-SPAN.
           IF FROM-INT > TO-INT
               MOVE TO-INT   TO LOW-INT
               MOVE FROM-INT TO HIGH-INT
           ELSE
               MOVE FROM-INT TO LOW-INT
               MOVE TO-INT   TO HIGH-INT
           END-IF.
           MOVE LOW-INT TO DAY-INT.
           PERFORM WEEKDAYS-THROUGH-DAY.
           MOVE WEEKDAYS-THRU TO WEEKDAYS-LOW.
           MOVE HIGH-INT TO DAY-INT.
           PERFORM WEEKDAYS-THROUGH-DAY.
           MOVE ZERO TO HOLIDAYS-BETWEEN.
           PERFORM VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > HOL-COUNT
               IF HLT-DAY-INT(HL-IDX) > LOW-INT
                   AND HLT-DAY-INT(HL-IDX) <= HIGH-INT
                   ADD 1 TO HOLIDAYS-BETWEEN
               END-IF
           END-PERFORM.
           COMPUTE DTS-DAYS =
               WEEKDAYS-THRU - WEEKDAYS-LOW - HOLIDAYS-BETWEEN.
           IF FROM-INT > TO-INT
               COMPUTE DTS-DAYS = ZERO - DTS-DAYS
           END-IF.
           IF HIGH-INT > CAL-END-INT
               SET DTS-BEYOND-CALENDAR TO TRUE
           END-IF.
      *
      *    WEEKDAYS-THROUGH-DAY -- how many Mondays to Fridays fall
      *    on day numbers 1 through DAY-INT: five for every whole
      *    week, plus the weekdays of the part week left over.
       WEEKDAYS-THROUGH-DAY.
           DIVIDE DAY-INT BY 7 GIVING WEEK-QUOT
               REMAINDER WEEK-REM.
           IF WEEK-REM > 5
               MOVE 5 TO WEEK-REM
           END-IF.
           COMPUTE WEEKDAYS-THRU = WEEK-QUOT * 5 + WEEK-REM.
      *
      *    ROLL-DAY-INT -- moves DAY-INT forward until it lands on a
      *    business day.
       ROLL-DAY-INT.
           PERFORM TEST-BUSINESS-DAY.
           PERFORM UNTIL DAY-IS-BUSINESS
               ADD 1 TO DAY-INT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.
      *
      *    TEST-BUSINESS-DAY -- DAY-INT is a business day when it is
      *    a Monday to Friday and not on the calendar.
       TEST-BUSINESS-DAY.
           MOVE 'Y' TO BUS-DAY-FLAG.
           DIVIDE DAY-INT BY 7 GIVING WEEK-QUOT
               REMAINDER WEEK-REM.
           IF WEEK-REM = 0 OR WEEK-REM = 6
               MOVE 'N' TO BUS-DAY-FLAG
           ELSE
               PERFORM VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > HOL-COUNT OR NOT DAY-IS-BUSINESS
                   IF HLT-DAY-INT(HL-IDX) = DAY-INT
                       MOVE 'N' TO BUS-DAY-FLAG
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    RETURN-DAY-INT -- hands DAY-INT back as a yyyymmdd date,
      *    flagged when it lies past the calendar's last year.
       RETURN-DAY-INT.
           COMPUTE DTS-DATE-OUT = FUNCTION DATE-OF-INTEGER(DAY-INT).
           IF DAY-INT > CAL-END-INT
               SET DTS-BEYOND-CALENDAR TO TRUE
           END-IF.
      *
       REFUSE-BAD-DATE.
           DISPLAY 'DATESVC: DATE ' CHECK-DATE-X ' FUNCTION '
               DTS-FUNCTION ' IS NOT A VALID DATE -- NOT ANSWERED'.
           MOVE ZERO TO DTS-DATE-OUT.
           SET DTS-FAILED TO TRUE.
      *
      *    VALIDATE-DATE -- CHECK-DATE is a real yyyymmdd date when
      *    it is numeric, its month and day are in range, and its
      *    day number turns back into the same date (which catches
      *    a 31 April or a 29 February outside a leap year).
       VALIDATE-DATE.
           MOVE 'N' TO DATE-VALID-FLAG.
           MOVE ZERO TO CHECK-INT.
           IF CHECK-DATE NUMERIC
               AND CHECK-YR >= 1601
               AND CHECK-MO >= 1 AND CHECK-MO <= 12
               AND CHECK-DAY >= 1 AND CHECK-DAY <= 31
               COMPUTE CHECK-INT =
                   FUNCTION INTEGER-OF-DATE(CHECK-DATE)
               IF CHECK-INT > ZERO
                   AND FUNCTION DATE-OF-INTEGER(CHECK-INT)
                       = CHECK-DATE
                   MOVE 'Y' TO DATE-VALID-FLAG
               END-IF
           END-IF.
      *
      *    LOAD-CALENDAR -- reads HOLCAL into the table once per
      *    run.  Comment records are skipped; a weekend holiday is
      *    ignored with a warning; a bad date or a full table marks
      *    the calendar bad, and every call is refused.
       LOAD-CALENDAR.
           MOVE 'Y' TO LOADED-FLAG.
           OPEN INPUT HOL-CAL.
           IF NOT HOL-OK
               DISPLAY 'DATESVC: HOLCAL WILL NOT OPEN, STATUS '
                   HOL-STATUS ' -- NO DATE ANSWERED THIS RUN'
               SET CALENDAR-BAD TO TRUE
           ELSE
               PERFORM READ-HOLIDAY
               PERFORM UNTIL NO-MORE-HOLIDAYS
                   IF NOT HOL-COMMENT
                       PERFORM LOAD-ONE-HOLIDAY
                   END-IF
                   PERFORM READ-HOLIDAY
               END-PERFORM
               CLOSE HOL-CAL
           END-IF.
           IF CAL-LAST-YEAR > ZERO
               COMPUTE CAL-END-DATE = CAL-LAST-YEAR * 10000 + 1231
               COMPUTE CAL-END-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-END-DATE)
           END-IF.
           IF NOT CALENDAR-BAD
               DISPLAY 'DATESVC: HOLCAL LOADED, ' HOL-COUNT
                   ' HOLIDAYS, ' CAL-FIRST-YEAR '-' CAL-LAST-YEAR
           END-IF.
      *
       READ-HOLIDAY.
           READ HOL-CAL
               AT END SET NO-MORE-HOLIDAYS TO TRUE
           END-READ.
      *
       LOAD-ONE-HOLIDAY.
           MOVE HOL-DATE TO CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF NOT DATE-IS-VALID
               DISPLAY 'DATESVC: HOLCAL DATE ' HOL-DATE-X
                   ' IS NOT A VALID DATE -- CALENDAR REFUSED'
               SET CALENDAR-BAD TO TRUE
           ELSE
               IF CAL-FIRST-YEAR = ZERO OR CHECK-YR < CAL-FIRST-YEAR
                   MOVE CHECK-YR TO CAL-FIRST-YEAR
               END-IF
               IF CHECK-YR > CAL-LAST-YEAR
                   MOVE CHECK-YR TO CAL-LAST-YEAR
               END-IF
               MOVE CHECK-INT TO DAY-INT
               DIVIDE DAY-INT BY 7 GIVING WEEK-QUOT
                   REMAINDER WEEK-REM
               IF WEEK-REM = 0 OR WEEK-REM = 6
                   DISPLAY 'DATESVC: HOLCAL DATE ' HOL-DATE
                       ' FALLS ON A WEEKEND -- IGNORED'
               ELSE
                   PERFORM TEST-BUSINESS-DAY
                   IF DAY-IS-BUSINESS
                       PERFORM ADD-HOLIDAY
                   END-IF
               END-IF
           END-IF.
      *
      *    ADD-HOLIDAY -- reached only for a weekday the table does
      *    not already hold, so a holiday keyed twice is held once
      *    and never subtracted twice from a count.
       ADD-HOLIDAY.
           IF HOL-COUNT < HOL-MAX
               ADD 1 TO HOL-COUNT
               MOVE DAY-INT TO HLT-DAY-INT(HOL-COUNT)
           ELSE
               IF NOT CALENDAR-BAD
                   DISPLAY 'DATESVC: HOLCAL HOLDS MORE THAN 500 '
                       'HOLIDAYS -- CALENDAR REFUSED'
               END-IF
               SET CALENDAR-BAD TO TRUE
           END-IF.
