      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FILERCPT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    FILERCPT is the inbound file receipt registry's gate.
      *    Every intake that takes a file from outside the shop --
      *    LOCKBOX's LBXIN, FXLOAD's BANKFX, VENDRECN's VNDACK,
      *    NSFPROC's RTNIN, DSPINTK's BDSPIN, EBOUNCE's EBNCIN,
      *    AGACTIV's AGYIN and PAYCHKRC's BANKCLR -- counts its file
      *    before it processes a record of it and calls
      *        CALL 'FILERCPT' USING <RCPFLDS area>
      *    with the sender, the file's date, its record count and
      *    its hash total.  Until now each took its file on trust: a
      *    bank resend posted the lockbox twice, and a file that
      *    never came made an empty run that ended RC 0.
      *
      *    The file is refused -- and the intake processes nothing
      *    and ends RC 8 -- when:
      *
      *        U  the sender is not on the schedule RCPTSCH (RCSFLDS);
      *        E  it is empty and the sender's schedule does not say
      *           an empty file is a real answer;
      *        D  it duplicates a file already accepted from the
      *           sender: same file date and same hash total (for a
      *           file whose layout carries no date, same record
      *           count and hash total as the last file accepted
      *           from the sender, whatever day it came) -- unless
      *           operations has released that receipt for a rerun
      *           (below);
      *        G  there is a gap in the sender's sequence: the file
      *           is dated later than the next file the schedule
      *           expected after the last one accepted, so at least
      *           one file never came -- or it is dated earlier than
      *           the last one accepted.  Once operations has run
      *           the gap down, keying the file's date as the
      *           sender's RCS-RESYNC-DATE lets that file through.
      *
      *    A file taken once may have to be taken again: the intake
      *    abended after FILERCPT accepted it, or the night was
      *    backed out with NITEROLL and every intake is rerun.  The
      *    rerun is refused as a duplicate of the receipt the first
      *    run took, and the refusal names that receipt's sequence.
      *    Operations keys that sequence as the sender's
      *    RCS-RELEASE-SEQ on RCPTSCH and reruns the intake: a
      *    duplicate of the released receipt is accepted, once --
      *    it is taken under a new sequence, so a second copy is a
      *    duplicate of that one and is refused again.
      *
      *    Every file judged, taken or refused, is appended to the
      *    registry RCPTREG (RCGFLDS) with the sender's next receipt
      *    sequence number when it is taken, so RCPTRPT can show
      *    the morning what arrived, what is late and what was
      *    refused.  A schedule or registry that will not open, or
      *    a holiday calendar DATESVC cannot load for a business-day
      *    sender, refuses the file ('F'): a file nobody can judge
      *    is not a file to post.
      *
      *    The calling step needs RCPTSCH, RCPTREG (DISP=MOD) and,
      *    for a business-day sender, HOLCAL DDs.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE  ASSIGN TO RCPTSCH
               FILE STATUS IS SCHED-STATUS.
           SELECT REG-FILE    ASSIGN TO RCPTREG
               FILE STATUS IS REG-STATUS.
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
       WORKING-STORAGE SECTION.
       01  SCHED-STATUS           PIC X(2) VALUE '00'.
           88  SCHED-OK               VALUE '00'.
       01  REG-STATUS             PIC X(2) VALUE '00'.
           88  REG-OK                 VALUE '00'.
       01  FLAGS.
           05  SCHED-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-SCHED      VALUE 'Y'.
           05  REG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-REG        VALUE 'Y'.
           05  SENDER-FOUND-FLAG  PIC X VALUE 'N'.
               88  SENDER-FOUND       VALUE 'Y'.
           05  PRIOR-FOUND-FLAG   PIC X VALUE 'N'.
               88  PRIOR-ACCEPTED     VALUE 'Y'.
           05  DUP-FOUND-FLAG     PIC X VALUE 'N'.
               88  DUP-FOUND          VALUE 'Y'.
      *
      *    SENDER-ENTRY -- the caller's sender as the schedule
      *    carries it.
       01  SENDER-ENTRY.
           05  SND-FREQUENCY      PIC X(1).
               88  SND-DAILY          VALUE 'D'.
               88  SND-WEEKLY         VALUE 'W'.
               88  SND-MONTHLY        VALUE 'M'.
           05  SND-DUE-DAY        PIC 9(2).
           05  SND-EMPTY-OK       PIC X(1).
               88  SND-EMPTY-ALLOWED  VALUE 'Y'.
           05  SND-RESYNC-DATE    PIC 9(8).
           05  SND-RELEASE-SEQ    PIC 9(6).
      *
      *    PRIOR-RECEIPTS -- what the registry says about the
      *    sender's accepted files: the latest file date, the
      *    highest sequence and that receipt's count, hash total
      *    and day taken, and the duplicate when there is one.
       01  PRIOR-RECEIPTS.
           05  LAST-FILE-DATE     PIC 9(8) VALUE ZERO.
           05  LAST-SEQUENCE      PIC 9(6) VALUE ZERO.
           05  LAST-RECORD-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
           05  LAST-HASH-TOTAL    PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  LAST-RECV-DATE     PIC 9(8) VALUE ZERO.
           05  DUP-RECV-DATE      PIC 9(8) VALUE ZERO.
           05  DUP-SEQUENCE       PIC 9(6) VALUE ZERO.
      *
       01  GAP-WORK.
           05  LAST-INT           PIC S9(9) COMP-3 VALUE ZERO.
           05  EXPECTED-INT       PIC S9(9) COMP-3 VALUE ZERO.
           05  LAST-MONTH-NO      PIC S9(7) COMP-3 VALUE ZERO.
           05  FILE-MONTH-NO      PIC S9(7) COMP-3 VALUE ZERO.
           05  NEXT-YEAR          PIC 9(4) VALUE ZERO.
           05  NEXT-MONTH         PIC 9(2) VALUE ZERO.
           05  MONTH-DUE-DAY      PIC 9(2) VALUE ZERO.
           05  MONTH-END-DAY      PIC 9(2) VALUE ZERO.
           05  MONTH-FIRST-DATE   PIC 9(8) VALUE ZERO.
           05  FOLLOWING-FIRST    PIC 9(8) VALUE ZERO.
           05  MONTH-DUE-DATE     PIC 9(8) VALUE ZERO.
       01  DATE-PARTS             PIC 9(8) VALUE ZERO.
       01  DATE-PARTS-X REDEFINES DATE-PARTS.
           05  DP-YEAR            PIC 9(4).
           05  DP-MONTH           PIC 9(2).
           05  DP-DAY             PIC 9(2).
      *
      *    DATE-SERVICE -- the DATESVC call area, for the next
      *    business day after a daily sender's last file.
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
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  FILLER                  PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-TIME-NUM       PIC 9(6) VALUE ZERO.
      *
       LINKAGE SECTION.
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
      *------------------
       PROCEDURE DIVISION USING RECEIPT-CHECK.
      *------------------
      *    JUDGE-RECEIPT -- finds the sender, reads its history off
      *    the registry, judges the file and records the receipt.
       JUDGE-RECEIPT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE WS-CURRENT-TIME(1:6) TO CURRENT-TIME-NUM.
           MOVE ZERO TO RCP-SEQUENCE.
           MOVE ZERO TO RCP-LAST-DATE.
           MOVE ZERO TO RCP-EXPECTED-DATE.
           SET RCP-ACCEPTED TO TRUE.
           PERFORM FIND-SENDER.
           IF RCP-FAILED
               GOBACK
           END-IF.
           IF NOT SENDER-FOUND
               SET RCP-UNKNOWN-SENDER TO TRUE
               DISPLAY 'FILERCPT: SENDER ' RCP-SENDER
                   ' IS NOT ON RCPTSCH -- FILE REFUSED'
               PERFORM RECORD-RECEIPT
               GOBACK
           END-IF.
           PERFORM READ-SENDER-HISTORY.
           IF RCP-FAILED
               GOBACK
           END-IF.
           MOVE LAST-FILE-DATE TO RCP-LAST-DATE.
           EVALUATE TRUE
               WHEN RCP-RECORD-COUNT = ZERO AND NOT SND-EMPTY-ALLOWED
                   SET RCP-EMPTY TO TRUE
                   DISPLAY 'FILERCPT: ' RCP-SENDER ' FILE IS EMPTY'
                       ' -- FILE NEVER ARRIVED, REFUSED'
               WHEN DUP-FOUND AND SND-RELEASE-SEQ > ZERO
                    AND DUP-SEQUENCE = SND-RELEASE-SEQ
                   DISPLAY 'FILERCPT: ' RCP-SENDER ' FILE DATED '
                       RCP-FILE-DATE ' DUPLICATES RECEIPT '
                       DUP-SEQUENCE ' -- RELEASED FOR RERUN, TAKEN'
               WHEN DUP-FOUND
                   SET RCP-DUPLICATE TO TRUE
                   DISPLAY 'FILERCPT: ' RCP-SENDER ' FILE DATED '
                       RCP-FILE-DATE ' DUPLICATES RECEIPT '
                       DUP-SEQUENCE ' TAKEN ' DUP-RECV-DATE
                       ' -- FILE REFUSED'
               WHEN PRIOR-ACCEPTED
                   PERFORM TEST-SEQUENCE-GAP
           END-EVALUATE.
           IF RCP-FAILED
               GOBACK
           END-IF.
           IF RCP-ACCEPTED
               COMPUTE RCP-SEQUENCE = LAST-SEQUENCE + 1
           END-IF.
           PERFORM RECORD-RECEIPT.
           GOBACK.
      *
      *    FIND-SENDER -- the caller's sender off the schedule.
       FIND-SENDER.
           MOVE 'N' TO SENDER-FOUND-FLAG.
           MOVE 'N' TO SCHED-EOF-FLAG.
           OPEN INPUT SCHED-FILE.
           IF NOT SCHED-OK
               DISPLAY 'FILERCPT: RCPTSCH WILL NOT OPEN, STATUS '
                   SCHED-STATUS ' -- FILE REFUSED'
               SET RCP-FAILED TO TRUE
           ELSE
               PERFORM READ-SCHED
               PERFORM UNTIL NO-MORE-SCHED OR SENDER-FOUND
                   IF NOT RCS-COMMENT AND RCS-SENDER = RCP-SENDER
                       SET SENDER-FOUND TO TRUE
                       MOVE RCS-FREQUENCY   TO SND-FREQUENCY
                       MOVE RCS-EMPTY-OK    TO SND-EMPTY-OK
                       IF RCS-DUE-DAY NUMERIC
                           MOVE RCS-DUE-DAY TO SND-DUE-DAY
                       ELSE
                           MOVE ZERO        TO SND-DUE-DAY
                       END-IF
                       IF RCS-RESYNC-DATE NUMERIC
                           MOVE RCS-RESYNC-DATE TO SND-RESYNC-DATE
                       ELSE
                           MOVE ZERO        TO SND-RESYNC-DATE
                       END-IF
                       IF RCS-RELEASE-SEQ NUMERIC
                           MOVE RCS-RELEASE-SEQ TO SND-RELEASE-SEQ
                       ELSE
                           MOVE ZERO        TO SND-RELEASE-SEQ
                       END-IF
                   END-IF
                   PERFORM READ-SCHED
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.
      *
       READ-SCHED.
           READ SCHED-FILE
               AT END SET NO-MORE-SCHED TO TRUE
           END-READ.
      *
      *    READ-SENDER-HISTORY -- one pass over the registry for
      *    the sender's accepted files.  Refused receipts never
      *    count: a duplicate of a refused file is a file nobody
      *    has processed yet.  Nor is an empty file a duplicate of
      *    an earlier empty one -- two quiet nights are two nights.
      *    A file whose layout carries no date is judged against the
      *    last file taken once the pass is over.
       READ-SENDER-HISTORY.
           MOVE 'N' TO PRIOR-FOUND-FLAG.
           MOVE 'N' TO DUP-FOUND-FLAG.
           MOVE 'N' TO REG-EOF-FLAG.
           MOVE ZERO TO LAST-FILE-DATE.
           MOVE ZERO TO LAST-SEQUENCE.
           MOVE ZERO TO LAST-RECORD-COUNT.
           MOVE ZERO TO LAST-HASH-TOTAL.
           MOVE ZERO TO LAST-RECV-DATE.
           OPEN INPUT REG-FILE.
           IF NOT REG-OK
               DISPLAY 'FILERCPT: RCPTREG WILL NOT OPEN, STATUS '
                   REG-STATUS ' -- FILE REFUSED'
               SET RCP-FAILED TO TRUE
           ELSE
               PERFORM READ-REG
               PERFORM UNTIL NO-MORE-REG
                   IF RCG-SENDER = RCP-SENDER AND RCG-ACCEPTED
                       PERFORM TAKE-PRIOR-RECEIPT
                   END-IF
                   PERFORM READ-REG
               END-PERFORM
               CLOSE REG-FILE
               IF RCP-DATE-RECEIVED
                   PERFORM TEST-RECEIVED-DUPLICATE
               END-IF
           END-IF.
      *
       READ-REG.
           READ REG-FILE
               AT END SET NO-MORE-REG TO TRUE
           END-READ.
      *
      *    TAKE-PRIOR-RECEIPT -- one accepted receipt of the
      *    sender's.  A dated file duplicates any receipt with its
      *    date and hash total.
       TAKE-PRIOR-RECEIPT.
           SET PRIOR-ACCEPTED TO TRUE.
           IF RCG-FILE-DATE > LAST-FILE-DATE
               MOVE RCG-FILE-DATE TO LAST-FILE-DATE
           END-IF.
           IF RCG-SEQUENCE > LAST-SEQUENCE
               MOVE RCG-SEQUENCE     TO LAST-SEQUENCE
               MOVE RCG-RECORD-COUNT TO LAST-RECORD-COUNT
               MOVE RCG-HASH-TOTAL   TO LAST-HASH-TOTAL
               MOVE RCG-RECV-DATE    TO LAST-RECV-DATE
           END-IF.
           IF RCP-DATE-FROM-FILE
               AND RCG-FILE-DATE = RCP-FILE-DATE
               AND RCG-HASH-TOTAL = RCP-HASH-TOTAL
               AND RCP-RECORD-COUNT > ZERO
               SET DUP-FOUND TO TRUE
               MOVE RCG-RECV-DATE TO DUP-RECV-DATE
               MOVE RCG-SEQUENCE  TO DUP-SEQUENCE
           END-IF.
      *
      *    TEST-RECEIVED-DUPLICATE -- a file with no date of its own
      *    is a duplicate only of the last file taken from the
      *    sender: a resend comes the next night, not months later,
      *    and an account that bounced the same amount last spring
      *    is not this file.
       TEST-RECEIVED-DUPLICATE.
           IF PRIOR-ACCEPTED
               AND RCP-RECORD-COUNT > ZERO
               AND LAST-RECORD-COUNT = RCP-RECORD-COUNT
               AND LAST-HASH-TOTAL = RCP-HASH-TOTAL
               SET DUP-FOUND TO TRUE
               MOVE LAST-RECV-DATE TO DUP-RECV-DATE
               MOVE LAST-SEQUENCE  TO DUP-SEQUENCE
           END-IF.
      *
      *    TEST-SEQUENCE-GAP -- works out the file date the schedule
      *    expected after the sender's last one.  Dated later than
      *    that, a file in between never came; dated earlier than
      *    the last, this one is out of order.  An as-received
      *    sender has no schedule to gap, and the resync date
      *    operations keyed lets its one file through.
       TEST-SEQUENCE-GAP.
           EVALUATE TRUE
               WHEN SND-DAILY
                   SET DTS-NEXT-BUS-DAY TO TRUE
                   MOVE LAST-FILE-DATE TO DTS-DATE-IN
                   CALL 'DATESVC' USING DATE-SERVICE
                   IF DTS-FAILED
                       DISPLAY 'FILERCPT: NO HOLIDAY CALENDAR FOR '
                           RCP-SENDER ' -- FILE REFUSED'
                       SET RCP-FAILED TO TRUE
                   ELSE
                       MOVE DTS-DATE-OUT TO RCP-EXPECTED-DATE
                   END-IF
               WHEN SND-WEEKLY
                   COMPUTE LAST-INT =
                       FUNCTION INTEGER-OF-DATE(LAST-FILE-DATE)
                   COMPUTE EXPECTED-INT = LAST-INT + 7
                   COMPUTE RCP-EXPECTED-DATE =
                       FUNCTION DATE-OF-INTEGER(EXPECTED-INT)
               WHEN SND-MONTHLY
                   PERFORM NEXT-MONTHLY-DATE
               WHEN OTHER
                   MOVE ZERO TO RCP-EXPECTED-DATE
           END-EVALUATE.
           IF RCP-FAILED OR RCP-FILE-DATE = SND-RESYNC-DATE
               CONTINUE
           ELSE
               IF RCP-FILE-DATE < LAST-FILE-DATE
                   SET RCP-GAP TO TRUE
                   DISPLAY 'FILERCPT: ' RCP-SENDER ' FILE DATED '
                       RCP-FILE-DATE ' IS OLDER THAN THE LAST FILE '
                       'TAKEN, DATED ' LAST-FILE-DATE
                       ' -- FILE REFUSED'
               ELSE
                   IF RCP-EXPECTED-DATE > ZERO
                       AND RCP-FILE-DATE > RCP-EXPECTED-DATE
                       AND NOT (SND-MONTHLY
                                AND FILE-MONTH-NO
                                    = LAST-MONTH-NO + 1)
                       SET RCP-GAP TO TRUE
                       DISPLAY 'FILERCPT: ' RCP-SENDER
                           ' FILE DATED ' RCP-FILE-DATE
                           ' BUT THE FILE DUE ' RCP-EXPECTED-DATE
                           ' NEVER CAME -- FILE REFUSED'
                   END-IF
               END-IF
           END-IF.
      *
      *    NEXT-MONTHLY-DATE -- the due day in the month after the
      *    last file's, held to that month's last day and rolled to
      *    a business day.  A monthly file is gapped by month, not
      *    by day: any date in the month after the last file's is
      *    the expected file, however late in it the sender dates
      *    it.
       NEXT-MONTHLY-DATE.
           MOVE LAST-FILE-DATE TO DATE-PARTS.
           COMPUTE LAST-MONTH-NO = DP-YEAR * 12 + DP-MONTH.
           MOVE RCP-FILE-DATE TO DATE-PARTS.
           COMPUTE FILE-MONTH-NO = DP-YEAR * 12 + DP-MONTH.
           MOVE LAST-FILE-DATE TO DATE-PARTS.
           IF DP-MONTH = 12
               COMPUTE NEXT-YEAR = DP-YEAR + 1
               MOVE 1 TO NEXT-MONTH
           ELSE
               MOVE DP-YEAR TO NEXT-YEAR
               COMPUTE NEXT-MONTH = DP-MONTH + 1
           END-IF.
           PERFORM FIND-MONTH-DUE-DATE.
           SET DTS-ROLL-FORWARD TO TRUE.
           MOVE MONTH-DUE-DATE TO DTS-DATE-IN.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               MOVE MONTH-DUE-DATE TO RCP-EXPECTED-DATE
           ELSE
               MOVE DTS-DATE-OUT TO RCP-EXPECTED-DATE
           END-IF.
      *
      *    FIND-MONTH-DUE-DATE -- the sender's due day in NEXT-YEAR/
      *    NEXT-MONTH, or the month's last day when the month is
      *    shorter; a due day of zero means the first.
       FIND-MONTH-DUE-DATE.
           COMPUTE MONTH-FIRST-DATE =
               NEXT-YEAR * 10000 + NEXT-MONTH * 100 + 1.
           IF NEXT-MONTH = 12
               COMPUTE FOLLOWING-FIRST =
                   (NEXT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE FOLLOWING-FIRST =
                   NEXT-YEAR * 10000 + (NEXT-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE EXPECTED-INT =
               FUNCTION INTEGER-OF-DATE(FOLLOWING-FIRST) - 1.
           COMPUTE DATE-PARTS =
               FUNCTION DATE-OF-INTEGER(EXPECTED-INT).
           MOVE DP-DAY TO MONTH-END-DAY.
           MOVE SND-DUE-DAY TO MONTH-DUE-DAY.
           IF MONTH-DUE-DAY = ZERO
               MOVE 1 TO MONTH-DUE-DAY
           END-IF.
           IF MONTH-DUE-DAY > MONTH-END-DAY
               MOVE MONTH-END-DAY TO MONTH-DUE-DAY
           END-IF.
           COMPUTE MONTH-DUE-DATE =
               MONTH-FIRST-DATE + MONTH-DUE-DAY - 1.
      *
      *    RECORD-RECEIPT -- the file onto the registry, taken or
      *    refused, so the morning report sees every one.
       RECORD-RECEIPT.
           OPEN EXTEND REG-FILE.
           IF NOT REG-OK
               DISPLAY 'FILERCPT: RCPTREG WILL NOT EXTEND, STATUS '
                   REG-STATUS ' -- FILE REFUSED'
               SET RCP-FAILED TO TRUE
               MOVE ZERO TO RCP-SEQUENCE
           ELSE
               MOVE SPACES            TO REG-FIELDS
               MOVE RCP-SENDER        TO RCG-SENDER
               MOVE RCP-FILE-DATE     TO RCG-FILE-DATE
               MOVE RCP-SEQUENCE      TO RCG-SEQUENCE
               MOVE RCP-RECORD-COUNT  TO RCG-RECORD-COUNT
               MOVE RCP-HASH-TOTAL    TO RCG-HASH-TOTAL
               MOVE CURRENT-DATE-NUM  TO RCG-RECV-DATE
               MOVE CURRENT-TIME-NUM  TO RCG-RECV-TIME
               MOVE RCP-PROGRAM       TO RCG-PROGRAM
               MOVE RCP-DATE-SOURCE   TO RCG-DATE-SOURCE
               MOVE RCP-RESULT        TO RCG-DISPOSITION
               WRITE REG-FIELDS
               CLOSE REG-FILE
               IF RCP-ACCEPTED
                   DISPLAY 'FILERCPT: ' RCP-SENDER ' FILE DATED '
                       RCP-FILE-DATE ' TAKEN AS RECEIPT '
                       RCP-SEQUENCE
               END-IF
           END-IF.
