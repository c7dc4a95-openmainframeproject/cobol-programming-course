      *-----------------------------------------------------------
      * HOLFLDS
      * Shared layout for one record of the holiday calendar
      * (HOLCAL, ACCTG.PROD.HOLCAL): one day the bank is closed
      * besides Saturdays and Sundays.  Operations keys each new
      * year's holidays before the year begins -- the day the bank
      * actually closes, so a holiday falling on a weekend is
      * entered as the weekday it is observed on.  Order does not
      * matter.  A record with '*' in its first byte is a comment
      * and is skipped.  DATESVC loads the calendar and answers
      * every business-day question against it; COPY this member
      * into the 01-level of any program that reads or writes
      * HOLCAL.
      *-----------------------------------------------------------
           05  HOL-DATE           PIC 9(8).
           05  HOL-DATE-X REDEFINES HOL-DATE.
               10  HOL-COMMENT-FLAG PIC X(1).
                   88  HOL-COMMENT      VALUE '*'.
               10  FILLER           PIC X(7).
           05  HOL-NAME           PIC X(30).
           05  FILLER             PIC X(42).
