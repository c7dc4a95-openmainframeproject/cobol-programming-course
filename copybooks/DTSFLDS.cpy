      *-----------------------------------------------------------
      * DTSFLDS
      * The parameter area every program passes on
      *     CALL 'DATESVC' USING <01-level holding this member>
      * to ask the shared date service a business-day question.  A
      * business day is a Monday to Friday that is not on the
      * HOLCAL holiday calendar.  COPY this member into the 01-level
      * of the caller and of DATESVC's LINKAGE SECTION, so both ends
      * change together.
      *
      *    DTS-FUNCTION     'L' load the calendar.  Call once before
      *                     anything else; DTS-FIRST-YEAR and
      *                     DTS-LAST-YEAR come back as the years it
      *                     covers, for the caller's report.
      *                     'N' next business day: the first
      *                     business day after DTS-DATE-IN.
      *                     'R' roll forward: DTS-DATE-IN itself
      *                     when it is a business day, otherwise the
      *                     next one -- the day something due on a
      *                     weekend or holiday is really due.
      *                     'A' add DTS-DAYS (zero or more) business
      *                     days to DTS-DATE-IN.
      *                     'B' business days between: how many
      *                     business days fall after DTS-DATE-IN up
      *                     to and including DTS-DATE-2, returned in
      *                     DTS-DAYS -- negative when DTS-DATE-2 is
      *                     the earlier date.
      *    DTS-DATE-OUT     the answer to 'N', 'R' and 'A'.
      *    DTS-RETURN       '0' answered; '4' answered, but a date
      *                     involved lies beyond the calendar's last
      *                     year, so only weekends were skipped --
      *                     next year's holidays are not keyed yet;
      *                     '8' not answered: a date given was not a
      *                     valid yyyymmdd, or the calendar was
      *                     missing, unreadable or held a bad date
      *                     (DATESVC has said which on the job log).
      *-----------------------------------------------------------
           05  DTS-FUNCTION       PIC X(1).
               88  DTS-LOAD-CALENDAR  VALUE 'L'.
               88  DTS-NEXT-BUS-DAY   VALUE 'N'.
               88  DTS-ROLL-FORWARD   VALUE 'R'.
               88  DTS-ADD-BUS-DAYS   VALUE 'A'.
               88  DTS-BUS-DAYS-BTWN  VALUE 'B'.
           05  DTS-DATE-IN        PIC 9(8).
           05  DTS-DATE-2         PIC 9(8).
           05  DTS-DAYS           PIC S9(7) COMP-3.
           05  DTS-DATE-OUT       PIC 9(8).
           05  DTS-RETURN         PIC X(1).
               88  DTS-OK             VALUE '0'.
               88  DTS-BEYOND-CALENDAR VALUE '4'.
               88  DTS-FAILED         VALUE '8'.
           05  DTS-FIRST-YEAR     PIC 9(4).
           05  DTS-LAST-YEAR      PIC 9(4).
           05  DTS-HOLIDAYS       PIC S9(4) COMP.
           05  FILLER             PIC X(20).
