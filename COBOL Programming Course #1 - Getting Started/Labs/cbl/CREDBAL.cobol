      *    approve before the batch is posted.  A blank or zero
      *    LAST-ACTIVITY-DATE is treated as long past the threshold,
      *    the same "predates the field" convention DORMANT uses.
      *
      *    The age of a credit, and the PARMCARD threshold it is
      *    held against, are in business days, as the shared date
      *    service DATESVC counts them against the HOLCAL holiday
      *    calendar -- refunds are owed within a count of business
      *    days, so a weekend or a holiday must not make a credit
      *    look older than the working time the bank has had to
      *    return it.  CREDRPT's third heading line says so, with
      *    the calendar years used.  A calendar DATESVC cannot load
      *    refuses the run; an age reaching past the calendar's last
      *    year is warned about and ends the step with return code
      *    4.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           05  FILLER             PIC X(35) VALUE SPACES.
      *
      *    PARM-CARD -- one 80-byte control record: the minimum age
      *    of a credit, in business days, before a refund is
      *    generated (bytes 1-3, zoned).
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-REFUND-DAYS   PIC 9(3).
               10  WS-CURRENT-DAY          PIC 9(02).
      *
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
      *    DATE-SERVICE -- the DATESVC call area.
       01  DATE-SERVICE.
           COPY DTSFLDS.
       01  PAST-CALENDAR          PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
           05  FILLER         PIC X(09) VALUE 'Age Days '.
           05  FILLER         PIC X(07) VALUE 'Action '.
           05  FILLER         PIC X(18) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(46) VALUE
               'Credit age and threshold in business days; '.
           05  FILLER         PIC X(07) VALUE 'HOLCAL '.
           05  HDR-FIRST-YEAR-O PIC 9(4).
           05  FILLER         PIC X(01) VALUE '-'.
           05  HDR-LAST-YEAR-O  PIC 9(4).
           05  FILLER         PIC X(18) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           SET DTS-LOAD-CALENDAR TO TRUE.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               DISPLAY 'CREDBAL: NO HOLIDAY CALENDAR -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE DTS-FIRST-YEAR TO HDR-FIRST-YEAR-O.
           MOVE DTS-LAST-YEAR  TO HDR-LAST-YEAR-O.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
           OPEN OUTPUT REG-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
      *
       SCAN-ACCOUNTS.
           PERFORM READ-RECORD
           DISPLAY 'CREDBAL: CREDITS LISTED    = ' CREDITS-LISTED.
           DISPLAY 'CREDBAL: REFUNDS GENERATED = ' REFUNDS-GENERATED.
           DISPLAY 'CREDBAL: REFUND TOTAL      = ' REFUND-TOTAL.
           IF PAST-CALENDAR > ZERO
               DISPLAY 'CREDBAL: ' PAST-CALENDAR ' CREDIT AGES PAST '
                       'HOLCAL''S LAST YEAR -- WEEKENDS ONLY SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE PRINT-LINE.
           CLOSE REFUND-TRAN.
           END-IF.
           WRITE PRINT-REC.
      *
      *    AGE-THE-CREDIT -- business days since the last posted
      *    activity; a zero date, or one DATESVC cannot read, is
      *    called 99999 days, far past any sane threshold.
       AGE-THE-CREDIT.
           IF LAST-ACTIVITY-DATE = ZERO
               OR LAST-ACTIVITY-MO NOT NUMERIC
               OR LAST-ACTIVITY-DAY < 1 OR LAST-ACTIVITY-DAY > 31
               MOVE 99999 TO CREDIT-AGE-DAYS
           ELSE
               SET DTS-BUS-DAYS-BTWN TO TRUE
               MOVE LAST-ACTIVITY-DATE TO DTS-DATE-IN
               MOVE CURRENT-DATE-NUM   TO DTS-DATE-2
               CALL 'DATESVC' USING DATE-SERVICE
               IF DTS-FAILED
                   MOVE 99999 TO CREDIT-AGE-DAYS
               ELSE
                   MOVE DTS-DAYS TO CREDIT-AGE-DAYS
               END-IF
               IF DTS-BEYOND-CALENDAR
                   ADD 1 TO PAST-CALENDAR
               END-IF
           END-IF.
      *
       GENERATE-REFUND.
           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
           MOVE 'CREDIT REFUND'  TO TRAN-COMMENT.
           MOVE 'CRRF'           TO TRAN-CODE.
           WRITE TRAN-FIELDS.
           MOVE SPACES        TO REG-REC.
           MOVE ACCT-NO       TO REG-ACCT-NO-O.
