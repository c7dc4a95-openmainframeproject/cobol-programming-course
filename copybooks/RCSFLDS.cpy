      *-----------------------------------------------------------
      * RCSFLDS
      * Shared layout for one record of the inbound sender schedule
      * (RCPTSCH, ACCTG.PROD.RCPTSCH): one outside source a file is
      * taken in from, and when its file is due.  Operations keys
      * a record for each sender; an intake handed a file from a
      * sender not on the schedule refuses it.  A record with '*'
      * in its first byte is a comment and is skipped.
      *
      *    RCS-FREQUENCY    'D' every business day (HOLCAL via
      *                     DATESVC); 'W' weekly, on the weekday in
      *                     RCS-DUE-DAY (1 Monday .. 5 Friday); 'M'
      *                     monthly, on the day of the month in
      *                     RCS-DUE-DAY, rolled forward to a
      *                     business day; 'A' as received -- no
      *                     schedule, so never late and never gapped.
      *    RCS-DUE-TIME     hhmm on the due day after which a file
      *                     not yet received is late.
      *    RCS-EMPTY-OK     'Y' an empty file is a real answer from
      *                     this sender (no returns tonight); 'N' an
      *                     empty file is a file that never arrived.
      *    RCS-RESYNC-DATE  operations' release after a gap has been
      *                     run down: the file carrying this date is
      *                     accepted without the gap test, and the
      *                     sender's sequence carries on from it.
      *    RCS-RELEASE-SEQ  operations' release for a rerun: the
      *                     registry sequence of an accepted receipt
      *                     whose file may be taken once more -- the
      *                     intake abended after the file was taken,
      *                     or the night was backed out with
      *                     NITEROLL.  The refusal on the job log
      *                     names the sequence ("DUPLICATES RECEIPT
      *                     nnnnnn").  The rerun is taken under a
      *                     new sequence, so the release is spent
      *                     once used; zero or blank is no release.
      *
      * COPY this member into the 01-level of any program that
      * reads or writes RCPTSCH.
      *-----------------------------------------------------------
           05  RCS-SENDER         PIC X(8).
           05  RCS-SENDER-X REDEFINES RCS-SENDER.
               10  RCS-COMMENT-FLAG PIC X(1).
                   88  RCS-COMMENT      VALUE '*'.
               10  FILLER           PIC X(7).
           05  RCS-DESCRIPTION    PIC X(30).
           05  RCS-PROGRAM        PIC X(8).
           05  RCS-FREQUENCY      PIC X(1).
               88  RCS-DAILY          VALUE 'D'.
               88  RCS-WEEKLY         VALUE 'W'.
               88  RCS-MONTHLY        VALUE 'M'.
               88  RCS-AS-RECEIVED    VALUE 'A'.
           05  RCS-DUE-DAY        PIC 9(2).
           05  RCS-DUE-TIME       PIC 9(4).
           05  RCS-EMPTY-OK       PIC X(1).
               88  RCS-EMPTY-ALLOWED  VALUE 'Y'.
           05  RCS-RESYNC-DATE    PIC 9(8).
           05  RCS-RELEASE-SEQ    PIC 9(6).
           05  FILLER             PIC X(12).
