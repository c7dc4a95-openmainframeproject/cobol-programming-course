      *    *OVERDUE* and ends the step with return code 8, because
      *    a blown bureau deadline is a compliance violation the
      *    morning meeting must see, not a line in a file.
      *
      *    The deadline itself is the statutory one DSPINTK set, a
      *    calendar date, and a dispute is overdue only once that
      *    date has passed.  The days left are counted in business
      *    days, as the shared date service DATESVC counts them
      *    against the HOLCAL holiday calendar -- the working days
      *    the investigators really have before the answer is due,
      *    so a deadline behind a holiday weekend does not look two
      *    or three days further off than it is.  DSPRPT's third
      *    heading line states both conventions and the calendar
      *    years used.  A calendar DATESVC cannot load refuses the
      *    run; a deadline past the calendar's last year is warned
      *    about and ends the step with return code 4 when nothing
      *    worse has happened.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               10  CDT-USED       PIC X(1).
      *
       01  DAYS-LEFT              PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    DATE-SERVICE -- the DATESVC call area.
       01  DATE-SERVICE.
           COPY DTSFLDS.
       01  PAST-CALENDAR          PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(34) VALUE
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Outcome'.
           05  FILLER         PIC X(12) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(45) VALUE
               'Deadline: calendar date; Days: business days '.
           05  FILLER         PIC X(13) VALUE 'left; HOLCAL '.
           05  HDR-FIRST-YEAR-O PIC 9(4).
           05  FILLER         PIC X(01) VALUE '-'.
           05  HDR-LAST-YEAR-O  PIC 9(4).
           05  FILLER         PIC X(13) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           SET DTS-LOAD-CALENDAR TO TRUE.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               DISPLAY 'DSPAGE: NO HOLIDAY CALENDAR -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE DTS-FIRST-YEAR TO HDR-FIRST-YEAR-O.
           MOVE DTS-LAST-YEAR  TO HDR-LAST-YEAR-O.
           PERFORM GATHER-RESOLUTIONS.
           OPEN INPUT  DISP-IN.
           OPEN OUTPUT DISP-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
      *
       WORK-DISPUTES.
           PERFORM READ-DISPUTE
               DISPLAY 'DSPAGE: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           IF PAST-CALENDAR > ZERO
               DISPLAY 'DSPAGE: ' PAST-CALENDAR ' DEADLINES PAST '
                       'HOLCAL''S LAST YEAR -- WEEKENDS ONLY SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF A-DISPUTE-OVERDUE
               MOVE 8 TO RETURN-CODE
           END-IF.
               WRITE BUREAU-FIELDS
           END-IF.
      *
      *    AGE-THE-DISPUTE -- business days to the deadline; once
      *    the deadline date is behind today the line shouts and the
      *    step will end with return code 8.  A deadline DATESVC
      *    cannot read is treated as blown, as it always was.
       AGE-THE-DISPUTE.
           ADD 1 TO DISPUTES-OPEN.
           SET DTS-BUS-DAYS-BTWN TO TRUE.
           MOVE CURRENT-DATE-NUM TO DTS-DATE-IN.
           MOVE DSP-DEADLINE     TO DTS-DATE-2.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               MOVE ZERO TO DAYS-LEFT
           ELSE
               MOVE DTS-DAYS TO DAYS-LEFT
           END-IF.
           IF DTS-BEYOND-CALENDAR
               ADD 1 TO PAST-CALENDAR
           END-IF.
           MOVE DAYS-LEFT TO DSR-DAYS-O.
           IF DSP-DEADLINE < CURRENT-DATE-NUM OR DTS-FAILED
               ADD 1 TO DISPUTES-OVERDUE
               SET A-DISPUTE-OVERDUE TO TRUE
               MOVE '*OVERDUE* -- ANSWER THE BUREAU'
