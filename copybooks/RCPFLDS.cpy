      *-----------------------------------------------------------
      * RCPFLDS
      * The parameter area every intake passes on
      *     CALL 'FILERCPT' USING <01-level holding this member>
      * before it processes a file received from outside the shop.
      * The caller counts its input first and fills in what it
      * found; FILERCPT judges the file against the receipt
      * registry (RCPTREG, RCGFLDS) and the sender schedule
      * (RCPTSCH, RCSFLDS), records the receipt either way, and
      * says whether the file may be processed.  COPY this member
      * into the 01-level of the caller and of FILERCPT's LINKAGE
      * SECTION, so both ends change together.
      *
      *    RCP-SENDER       the sender's code on RCPTSCH.
      *    RCP-PROGRAM      the intake program asking.
      *    RCP-FILE-DATE    the date the file carries -- its own
      *                     business date where the layout has one.
      *    RCP-DATE-SOURCE  'F' the date came out of the file;
      *                     'R' the layout carries no date, so the
      *                     caller passed the date of receipt.  A
      *                     receipt date proves nothing about which
      *                     file this is, so for 'R' a duplicate is
      *                     the same count and hash total as the
      *                     last file taken from the sender,
      *                     whatever day it came.
      *    RCP-RECORD-COUNT every physical record in the file.
      *    RCP-HASH-TOTAL   the caller's hash total: its money field
      *                     summed where the layout has one, its
      *                     numeric key summed where it does not.
      *    RCP-SEQUENCE     out: the sender's receipt sequence number
      *                     given to an accepted file, one more than
      *                     the last; zero for a refused file.
      *    RCP-LAST-DATE    out: file date of the last file accepted
      *                     from the sender (zero for the first).
      *    RCP-EXPECTED-DATE out: the file date the schedule expected
      *                     next after it (zero when unscheduled).
      *    RCP-RESULT       'A' accepted -- process the file;
      *                     'D' refused, a duplicate of a file
      *                     already taken (and not released for a
      *                     rerun on RCPTSCH);
      *                     'G' refused, a gap in the sender's
      *                     sequence: a file the schedule expected
      *                     never came, or this one is older than
      *                     the last one taken;
      *                     'E' refused, the file is empty and the
      *                     sender's schedule does not allow that;
      *                     'U' refused, the sender is not on RCPTSCH;
      *                     'F' refused, the registry, the schedule
      *                     or the holiday calendar could not be
      *                     read (FILERCPT has said which on the job
      *                     log).
      *-----------------------------------------------------------
           05  RCP-SENDER         PIC X(8).
           05  RCP-PROGRAM        PIC X(8).
           05  RCP-FILE-DATE      PIC 9(8).
           05  RCP-DATE-SOURCE    PIC X(1).
               88  RCP-DATE-FROM-FILE VALUE 'F'.
               88  RCP-DATE-RECEIVED  VALUE 'R'.
           05  RCP-RECORD-COUNT   PIC S9(9) COMP-3.
           05  RCP-HASH-TOTAL     PIC S9(15)V99 COMP-3.
           05  RCP-SEQUENCE       PIC 9(6).
           05  RCP-LAST-DATE      PIC 9(8).
           05  RCP-EXPECTED-DATE  PIC 9(8).
           05  RCP-RESULT         PIC X(1).
               88  RCP-ACCEPTED       VALUE 'A'.
               88  RCP-DUPLICATE      VALUE 'D'.
               88  RCP-GAP            VALUE 'G'.
               88  RCP-EMPTY          VALUE 'E'.
               88  RCP-UNKNOWN-SENDER VALUE 'U'.
               88  RCP-FAILED         VALUE 'F'.
               88  RCP-REFUSED        VALUE 'D' 'G' 'E' 'U' 'F'.
           05  FILLER             PIC X(20).
