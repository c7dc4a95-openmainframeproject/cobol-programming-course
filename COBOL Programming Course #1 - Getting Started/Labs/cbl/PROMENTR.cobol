      *    PROMMTCH run to judge; cards that fail are listed on
      *    EXCPRINT and appended to the shared EXCPFILE repository
      *    with a reason code EXCPSUM can trend.
      *
      *    The card also carries the operator ID of the agent who
      *    took the promise, stamped onto the promise as PRM-OPER-ID
      *    -- the same stamp PROMONL puts on a promise taken online,
      *    so either door leaves the promise owned by an agent.
      *
      *    A promise falls due on a business day.  A due date keyed
      *    on a Saturday, a Sunday or a HOLCAL holiday is moved to
      *    the next business day before the promise is written, the
      *    answer the shared date service DATESVC gives, so nobody
      *    is held to a day the bank was shut.  The listing's third
      *    heading line says so and names the calendar years it was
      *    judged on, and the job log counts the dates moved.  A
      *    calendar DATESVC cannot load refuses the run; a date past
      *    the calendar's last year is still moved off a weekend,
      *    warned about, and ends the step with return code 4.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               10  PCD-DUE-YR     PIC 9(4).
               10  PCD-DUE-MO     PIC 9(2).
               10  PCD-DUE-DAY    PIC 9(2).
           05  PCD-OPER-ID        PIC X(8).
           05  FILLER             PIC X(47).
      *
       FD  PROM-FILE RECORDING MODE F.
       01  PROM-FIELDS.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
      *
      *    DATE-SERVICE -- the DATESVC call area; DUE-DATE-ROLLED is
      *    the card's due date moved to a business day.
       01  DATE-SERVICE.
           COPY DTSFLDS.
       01  DUE-DATE-ROLLED         PIC 9(8) VALUE ZERO.
       01  DATE-COUNTS.
           05  DUE-DATES-MOVED    PIC S9(7) COMP-3 VALUE ZERO.
           05  PAST-CALENDAR      PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Reason'.
           05  FILLER         PIC X(28) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(47) VALUE
               'Due dates on a weekend or holiday move to next '.
           05  FILLER         PIC X(21) VALUE
               'business day; HOLCAL '.
           05  HDR-FIRST-YEAR-O PIC 9(4).
           05  FILLER         PIC X(01) VALUE '-'.
           05  HDR-LAST-YEAR-O  PIC 9(4).
           05  FILLER         PIC X(03) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           SET DTS-LOAD-CALENDAR TO TRUE.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               DISPLAY 'PROMENTR: NO HOLIDAY CALENDAR -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE DTS-FIRST-YEAR TO HDR-FIRST-YEAR-O.
           MOVE DTS-LAST-YEAR  TO HDR-LAST-YEAR-O.
           OPEN INPUT  PROM-IN.
           OPEN INPUT  ACCT-VSAM.
           OPEN EXTEND PROM-FILE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
           WRITE EXCEPT-REC FROM HEADER-2.
           WRITE EXCEPT-REC FROM HEADER-3.
      *
       TAKE-PROMISES.
           PERFORM READ-CARD
           DISPLAY 'PROMENTR: CARDS READ     = ' CARDS-READ.
           DISPLAY 'PROMENTR: PROMISES TAKEN = ' PROMISES-TAKEN.
           DISPLAY 'PROMENTR: CARDS REJECTED = ' CARDS-REJECTED.
           DISPLAY 'PROMENTR: DUE DATES MOVED = ' DUE-DATES-MOVED.
           IF PAST-CALENDAR > ZERO
               DISPLAY 'PROMENTR: ' PAST-CALENDAR ' DUE DATES PAST '
                       'HOLCAL''S LAST YEAR -- WEEKENDS ONLY SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PROM-IN.
           CLOSE ACCT-VSAM.
           CLOSE PROM-FILE.
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS AMOUNT IS NOT NUMERIC OR
      *    ZERO, ITS DUE DATE IS NOT PLAUSIBLE OR ALREADY PAST (OR
      *    NOT A REAL DATE DATESVC CAN ROLL), OR ITS ACCOUNT IS NOT
      *    ON ACCTVSAM.  A PROMISE AGAINST AN ACCOUNT WE DO NOT HOLD
      *    IS A KEYING ERROR, NOT A PROMISE.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           IF PCD-AMOUNT NOT NUMERIC OR PCD-AMOUNT = ZERO
                   OR PCD-DUE-MO < 1 OR PCD-DUE-MO > 12
                   OR PCD-DUE-DAY < 1 OR PCD-DUE-DAY > 31
                   OR PCD-DUE-DATE < CURRENT-DATE-NUM
                   PERFORM REJECT-DUE-DATE
               ELSE
                   PERFORM ROLL-DUE-DATE
                   IF DTS-FAILED
                       PERFORM REJECT-DUE-DATE
                   ELSE
                       PERFORM CHECK-ACCOUNT-EXISTS
                   END-IF
               END-IF
           END-IF.
      *
       REJECT-DUE-DATE.
           MOVE 'N' TO CARD-VALID-SWITCH.
           MOVE 'DUE DATE BAD OR ALREADY PAST' TO EXC-REASON-O.
           MOVE 'M002' TO EXCP-CODE-WK.
           PERFORM WRITE-EXCEPTION.
      *
      *    ROLL-DUE-DATE -- the card's due date, or the next business
      *    day after it when it falls on a weekend or a holiday.
       ROLL-DUE-DATE.
           SET DTS-ROLL-FORWARD TO TRUE.
           MOVE PCD-DUE-DATE TO DTS-DATE-IN.
           CALL 'DATESVC' USING DATE-SERVICE.
           MOVE DTS-DATE-OUT TO DUE-DATE-ROLLED.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE PCD-ACCT-NO TO ACCT-NO.
           MOVE PCD-ACCT-NO      TO PRM-ACCT-NO.
           MOVE PCD-AMOUNT       TO PRM-AMOUNT.
           MOVE CURRENT-DATE-NUM TO PRM-TAKEN-DATE.
           MOVE DUE-DATE-ROLLED  TO PRM-DUE-DATE.
           IF DUE-DATE-ROLLED NOT = PCD-DUE-DATE
               ADD 1 TO DUE-DATES-MOVED
           END-IF.
           IF DTS-BEYOND-CALENDAR
               ADD 1 TO PAST-CALENDAR
           END-IF.
           SET PROMISE-OPEN      TO TRUE.
           MOVE ZERO             TO PRM-RESOLVED-DATE.
           MOVE PCD-OPER-ID      TO PRM-OPER-ID.
           WRITE PROM-FIELDS.
      *
       WRITE-EXCEPTION.
