      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CARDISS.
       AUTHOR.        Otto B. Blocked.
      *--------------------
      *    CARDISS keeps the card master (CARDMSTR, CRDFLDS) -- the
      *    record of the plastics themselves, one per card sequence
      *    number per account -- and orders every new plastic from
      *    the embossing vendor.  ACCTREC and the carried CARDIN are
      *    both in ascending account order and are merged to
      *    CARDOUT; each account's highest sequence is its current
      *    card, and the lower sequences carry forward untouched as
      *    its card history.  Cards for an account no longer on
      *    ACCTREC also carry forward untouched.
      *
      *    A new plastic is issued, under the next sequence number
      *    and expiring three years out, when:
      *
      *      - an active account has no card on file at all -- a
      *        newly opened account gets its first card ('N');
      *      - CARDREQ holds a replacement request for the account
      *        (HOTLOAD writes one for every hot-list lift): the
      *        reported card is marked 'S' and the replacement
      *        ('H') goes out with a fresh expiry;
      *      - on the monthly run only, the current card expires
      *        by the month being swept -- next month, unless the
      *        PARMCARD names one -- on an active account: the old
      *        card is marked 'R' and the reissue ('E') carries the
      *        same expiry month three years on.  A card already
      *        past its expiry (reissue was withheld last month)
      *        is swept up the same way.
      *
      *    Nothing is embossed for an account whose mail is coming
      *    back (the ADDRESS-BAD flag RETMAIL sets) -- a plastic to
      *    a dead address is a plastic in a stranger's hands.  A
      *    replacement for such an account, or for a suspended
      *    one, is written to CARDHOLD and rides back in on the
      *    next run; an expiring card on one is listed and swept
      *    up once the address is corrected.  Replacements for a
      *    closed, charged-off or sold account are dropped.
      *
      *    Every new plastic goes to EMBEXTR, the embossing
      *    vendor's fixed-width file, with the name and address it
      *    was mailed to also kept on the card master.  Outcomes
      *    list on CARDRPT and the run appends to RUNLOG.
      *
      *    Nightly after HOTLOAD the PARMCARD is blank: new
      *    accounts and replacements only.  The monthly run, at
      *    month end, carries 'M' in byte 1 to sweep the expiring
      *    cards as well.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT CARD-IN     ASSIGN TO CARDIN.
           SELECT CARD-OUT    ASSIGN TO CARDOUT.
           SELECT CARD-REQ    ASSIGN TO CARDREQ.
           SELECT HOLD-OUT    ASSIGN TO CARDHOLD.
           SELECT EMBOSS-OUT  ASSIGN TO EMBEXTR.
           SELECT PRINT-LINE  ASSIGN TO CARDRPT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    PARM-CARD -- byte 1 'M' for the monthly expiry sweep,
      *    anything else for the nightly run; bytes 2-7 the
      *    expiry month (YYYYMM) the sweep reissues through,
      *    blank for next month.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-TYPE      PIC X(1).
               88  PARM-MONTHLY       VALUE 'M'.
           05  PARM-SWEEP-MONTH   PIC X(6).
           05  FILLER             PIC X(73).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  CARD-IN RECORDING MODE F.
       01  CARD-IN-FIELDS.
           COPY CRDFLDS REPLACING LEADING ==CRD-== BY ==CRI-==.
      *
       FD  CARD-OUT RECORDING MODE F.
       01  CARD-OUT-REC           PIC X(150).
      *
       FD  CARD-REQ RECORDING MODE F.
       01  CARD-REQ-FIELDS.
           COPY CRQFLDS.
      *
       FD  HOLD-OUT RECORDING MODE F.
       01  HOLD-REC               PIC X(80).
      *
      *    EMBOSS-OUT -- one record per plastic to be made, laid out
      *    to the embossing vendor's input spec: plain fixed-width
      *    pictures, the name line as it goes on the card, the
      *    expiry as the card shows it (MM then YY), and the
      *    mailing name and address for the carrier.
       FD  EMBOSS-OUT RECORDING MODE F.
       01  EMBOSS-FIELDS.
           05  EMB-ACCT-NO        PIC X(08).
           05  EMB-CARD-SEQ       PIC 9(03).
           05  EMB-EMBOSS-NAME    PIC X(26).
           05  EMB-EXPIRY-MM      PIC 9(02).
           05  EMB-EXPIRY-YY      PIC 9(02).
           05  EMB-ISSUE-REASON   PIC X(01).
           05  EMB-ISSUE-DATE     PIC 9(08).
           05  EMB-LAST-NAME      PIC X(20).
           05  EMB-FIRST-NAME     PIC X(15).
           05  EMB-ADDR-LINE      PIC X(25).
           05  EMB-CITY           PIC X(20).
           05  EMB-STATE          PIC X(15).
           05  EMB-ZIP            PIC X(05).
           05  FILLER             PIC X(10).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  CRP-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CRP-SEQ-O          PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CRP-EXPIRY-O       PIC X(6).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CRP-OUTCOME-O      PIC X(45).
           05  FILLER             PIC X(12) VALUE SPACES.
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCTS      VALUE 'Y'.
           05  CARD-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  REQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-REQS       VALUE 'Y'.
           05  REQ-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  REQ-TABLE-FULL     VALUE 'Y'.
           05  CURRENT-CARD-FLAG  PIC X VALUE 'N'.
               88  ACCOUNT-HAS-CARD   VALUE 'Y'.
           05  REPLACE-FLAG       PIC X VALUE 'N'.
               88  REPLACEMENT-ASKED  VALUE 'Y'.
           05  DUE-FLAG           PIC X VALUE 'N'.
               88  CARD-IS-DUE        VALUE 'Y'.
           05  ISSUE-FLAG         PIC X VALUE 'N'.
               88  NEW-CARD-READY     VALUE 'Y'.
           05  MONTHLY-FLAG       PIC X VALUE 'N'.
               88  MONTHLY-RUN        VALUE 'Y'.
      *
       01  CARD-COUNTS.
           05  ACCOUNTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-CARRIED      PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  FIRST-CARDS        PIC S9(7) COMP-3 VALUE ZERO.
           05  EXPIRY-REISSUES    PIC S9(7) COMP-3 VALUE ZERO.
           05  REPLACEMENTS       PIC S9(7) COMP-3 VALUE ZERO.
           05  REISSUES-WITHHELD  PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-HELD      PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-DROPPED   PIC S9(7) COMP-3 VALUE ZERO.
           05  PLASTICS-ORDERED   PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    REQ-TABLE -- the replacement requests, held so each can
      *    be found as its account streams past; the same
      *    bounded-table-with-a-warning treatment HOTLOAD gives its
      *    cards, except that a request past the table is written
      *    straight to CARDHOLD rather than lost.  RQT-USED marks
      *    a request consumed.
       01  REQ-CTL.
           05  REQ-COUNT          PIC S9(4) COMP VALUE 0.
           05  REQ-MAX            PIC S9(4) COMP VALUE 500.
       01  REQ-TABLE.
           05  REQ-ENTRY OCCURS 500 TIMES INDEXED BY RQ-IDX.
               10  RQT-IMAGE      PIC X(80).
               10  RQT-ACCT-NO    PIC X(8).
               10  RQT-USED       PIC X(1).
       01  HIT-IDX                PIC S9(4) COMP VALUE 0.
      *
      *    CURRENT-CARD -- the account's highest sequence, held back
      *    from CARDOUT until the account has been judged;
      *    NEW-CARD is the plastic being issued behind it.
       01  CURRENT-CARD.
           COPY CRDFLDS REPLACING LEADING ==CRD-== BY ==CUR-==.
       01  NEW-CARD.
           COPY CRDFLDS REPLACING LEADING ==CRD-== BY ==NEW-==.
      *
      *    SWEEP-MONTH -- the month the expiry sweep reissues
      *    through; RUN-MONTH is this month, the base of a first
      *    card's or a replacement's expiry.
       01  SWEEP-MONTH.
           05  SWEEP-YR           PIC 9(4) VALUE ZERO.
           05  SWEEP-MO           PIC 9(2) VALUE ZERO.
       01  SWEEP-MONTH-NUM REDEFINES SWEEP-MONTH PIC 9(6).
       01  RUN-MONTH.
           05  RUN-YR             PIC 9(4) VALUE ZERO.
           05  RUN-MO             PIC 9(2) VALUE ZERO.
       01  BASE-MONTH.
           05  BASE-YR            PIC 9(4) VALUE ZERO.
           05  BASE-MO            PIC 9(2) VALUE ZERO.
       01  CARD-LIFE-YEARS        PIC 9(2) VALUE 3.
       01  ISSUE-REASON-WK        PIC X(1) VALUE SPACE.
       01  EXPIRY-YEAR-WK.
           05  EXPIRY-CC-WK       PIC 9(2).
           05  EXPIRY-YY-WK       PIC 9(2).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
      *
       01  HEADER-1.
           05  FILLER         PIC X(26) VALUE
               'Card Issuance and Reissue'.
           05  FILLER         PIC X(16) VALUE ' -- sweep month '.
           05  HDR-SWEEP-O    PIC X(6).
           05  FILLER         PIC X(32) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(05) VALUE 'Seq'.
           05  FILLER         PIC X(08) VALUE 'Expiry'.
           05  FILLER         PIC X(45) VALUE 'Outcome'.
           05  FILLER         PIC X(12) VALUE SPACES.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(15) VALUE 'First cards:   '.
           05  TRL-FIRST-O    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(15) VALUE '   Reissues:   '.
           05  TRL-REISSUE-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(19) VALUE '   Replacements:   '.
           05  TRL-REPLACE-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  TRAILER-2.
           05  FILLER         PIC X(15) VALUE 'Withheld:      '.
           05  TRL-WITHHELD-O PIC ZZZ,ZZ9.
           05  FILLER         PIC X(15) VALUE '   Held:       '.
           05  TRL-HELD-O     PIC ZZZ,ZZ9.
           05  FILLER         PIC X(19) VALUE '   Dropped:        '.
           05  TRL-DROPPED-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE WS-CURRENT-YEAR  TO RUN-YR.
           MOVE WS-CURRENT-MONTH TO RUN-MO.
           PERFORM READ-PARM-CARD.
           OPEN OUTPUT HOLD-OUT.
           PERFORM GATHER-REQUESTS.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  CARD-IN.
           OPEN OUTPUT CARD-OUT.
           OPEN OUTPUT EMBOSS-OUT.
           OPEN OUTPUT PRINT-LINE.
           IF MONTHLY-RUN
               MOVE SWEEP-MONTH TO HDR-SWEEP-O
           ELSE
               MOVE 'NONE'      TO HDR-SWEEP-O
           END-IF.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
      *    MERGE-THE-FILES -- a card below the account in hand
      *    belongs to no account left on ACCTREC and carries
      *    forward as it stands; otherwise the account is worked
      *    with whatever cards it has.
       MERGE-THE-FILES.
           PERFORM READ-ACCT
           PERFORM READ-CARD
           PERFORM UNTIL NO-MORE-ACCTS AND NO-MORE-CARDS
               IF NO-MORE-ACCTS
                   OR (NOT NO-MORE-CARDS AND CRI-ACCT-NO < ACCT-NO)
                   WRITE CARD-OUT-REC FROM CARD-IN-FIELDS
                   ADD 1 TO CARDS-CARRIED
                   PERFORM READ-CARD
               ELSE
                   PERFORM WORK-ONE-ACCOUNT
                   PERFORM READ-ACCT
               END-IF
           END-PERFORM.
           PERFORM REPORT-UNMATCHED-REQUESTS.
           MOVE FIRST-CARDS       TO TRL-FIRST-O.
           MOVE EXPIRY-REISSUES   TO TRL-REISSUE-O.
           MOVE REPLACEMENTS      TO TRL-REPLACE-O.
           WRITE PRINT-REC FROM TRAILER-1.
           MOVE REISSUES-WITHHELD TO TRL-WITHHELD-O.
           MOVE REQUESTS-HELD     TO TRL-HELD-O.
           MOVE REQUESTS-DROPPED  TO TRL-DROPPED-O.
           WRITE PRINT-REC FROM TRAILER-2.
      *
       CLOSE-STOP.
           DISPLAY 'CARDISS: ACCOUNTS READ     = ' ACCOUNTS-READ.
           DISPLAY 'CARDISS: CARDS CARRIED     = ' CARDS-CARRIED.
           DISPLAY 'CARDISS: REQUESTS READ     = ' REQUESTS-READ.
           DISPLAY 'CARDISS: FIRST CARDS       = ' FIRST-CARDS.
           DISPLAY 'CARDISS: EXPIRY REISSUES   = ' EXPIRY-REISSUES.
           DISPLAY 'CARDISS: REPLACEMENTS      = ' REPLACEMENTS.
           DISPLAY 'CARDISS: REISSUES WITHHELD = ' REISSUES-WITHHELD.
           DISPLAY 'CARDISS: REQUESTS HELD     = ' REQUESTS-HELD.
           DISPLAY 'CARDISS: REQUESTS DROPPED  = ' REQUESTS-DROPPED.
           DISPLAY 'CARDISS: PLASTICS ORDERED  = ' PLASTICS-ORDERED.
           IF REQ-TABLE-FULL
               DISPLAY 'CARDISS: REQUEST TABLE FILLED AT 500 -- '
                       'EXCESS REQUESTS HELD FOR THE NEXT RUN'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE CARD-IN.
           CLOSE CARD-OUT.
           CLOSE HOLD-OUT.
           CLOSE EMBOSS-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    READ-PARM-CARD -- the sweep month defaults to the month
      *    after this one; a PARMCARD month that is not a real
      *    YYYYMM is refused and the default used.
       READ-PARM-CARD.
           MOVE SPACES TO PARM-REC.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-CARD.
           IF PARM-MONTHLY
               SET MONTHLY-RUN TO TRUE
           END-IF.
           MOVE RUN-YR TO SWEEP-YR.
           MOVE RUN-MO TO SWEEP-MO.
           IF SWEEP-MO = 12
               ADD 1 TO SWEEP-YR
               MOVE 1 TO SWEEP-MO
           ELSE
               ADD 1 TO SWEEP-MO
           END-IF.
           IF PARM-SWEEP-MONTH NOT = SPACES
               IF PARM-SWEEP-MONTH IS NUMERIC
                   AND PARM-SWEEP-MONTH(5:2) >= '01'
                   AND PARM-SWEEP-MONTH(5:2) <= '12'
                   MOVE PARM-SWEEP-MONTH TO SWEEP-MONTH
               ELSE
                   DISPLAY 'CARDISS: PARMCARD SWEEP MONTH '
                           PARM-SWEEP-MONTH ' UNREADABLE -- '
                           'NEXT MONTH USED'
               END-IF
           END-IF.
      *
       GATHER-REQUESTS.
           OPEN INPUT CARD-REQ.
           PERFORM READ-REQUEST
           PERFORM UNTIL NO-MORE-REQS
               ADD 1 TO REQUESTS-READ
               IF CRQ-ACCT-NO NOT = SPACES
                   IF REQ-COUNT < REQ-MAX
                       ADD 1 TO REQ-COUNT
                       MOVE CARD-REQ-FIELDS TO RQT-IMAGE(REQ-COUNT)
                       MOVE CRQ-ACCT-NO     TO RQT-ACCT-NO(REQ-COUNT)
                       MOVE 'N'             TO RQT-USED(REQ-COUNT)
                   ELSE
                       SET REQ-TABLE-FULL TO TRUE
                       WRITE HOLD-REC FROM CARD-REQ-FIELDS
                       ADD 1 TO REQUESTS-HELD
                   END-IF
               ELSE
                   ADD 1 TO REQUESTS-DROPPED
                   DISPLAY 'CARDISS: REQUEST UNREADABLE -- IGNORED'
               END-IF
               PERFORM READ-REQUEST
           END-PERFORM.
           CLOSE CARD-REQ.
      *
       READ-REQUEST.
           READ CARD-REQ
               AT END SET NO-MORE-REQS TO TRUE
           END-READ.
      *
       READ-ACCT.
           READ ACCT-REC
               AT END SET NO-MORE-ACCTS TO TRUE
           END-READ.
           IF NOT NO-MORE-ACCTS
               ADD 1 TO ACCOUNTS-READ
           END-IF.
      *
       READ-CARD.
           READ CARD-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    WORK-ONE-ACCOUNT -- every card of the account but the
      *    highest sequence passes straight through; the highest
      *    is held as CURRENT-CARD while the account is judged.
       WORK-ONE-ACCOUNT.
           MOVE SPACES TO PRINT-REC.
           MOVE 'N' TO CURRENT-CARD-FLAG.
           MOVE 'N' TO ISSUE-FLAG.
           PERFORM UNTIL NO-MORE-CARDS OR CRI-ACCT-NO NOT = ACCT-NO
               IF ACCOUNT-HAS-CARD
                   WRITE CARD-OUT-REC FROM CURRENT-CARD
                   ADD 1 TO CARDS-CARRIED
               END-IF
               MOVE CARD-IN-FIELDS TO CURRENT-CARD
               SET ACCOUNT-HAS-CARD TO TRUE
               PERFORM READ-CARD
           END-PERFORM.
           PERFORM FIND-REPLACEMENT-REQUEST.
           MOVE 'N' TO DUE-FLAG.
           IF MONTHLY-RUN AND ACCOUNT-HAS-CARD AND CUR-ACTIVE
               AND CUR-EXPIRY-DATE <= SWEEP-MONTH-NUM
               SET CARD-IS-DUE TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-ACTIVE AND NOT ACCOUNT-SUSPENDED
                   IF REPLACEMENT-ASKED
                       ADD 1 TO REQUESTS-DROPPED
                       MOVE 'ACCOUNT NOT ACTIVE -- REPLACEMENT DROPPED'
                           TO CRP-OUTCOME-O
                       PERFORM WRITE-CURRENT-LINE
                   END-IF
               WHEN ACCOUNT-SUSPENDED OR ADDRESS-BAD
                   PERFORM WITHHOLD-FOR-NOW
               WHEN NOT ACCOUNT-HAS-CARD
                   MOVE 'N' TO ISSUE-REASON-WK
                   MOVE RUN-MONTH TO BASE-MONTH
                   PERFORM ISSUE-NEW-CARD
                   ADD 1 TO FIRST-CARDS
                   MOVE 'FIRST CARD ISSUED' TO CRP-OUTCOME-O
               WHEN REPLACEMENT-ASKED
                   SET CUR-STOLEN TO TRUE
                   MOVE CURRENT-DATE-NUM TO CUR-STATUS-DATE
                   MOVE 'H' TO ISSUE-REASON-WK
                   MOVE RUN-MONTH TO BASE-MONTH
                   PERFORM ISSUE-NEW-CARD
                   ADD 1 TO REPLACEMENTS
                   MOVE 'LOST/STOLEN CARD REPLACED' TO CRP-OUTCOME-O
               WHEN CARD-IS-DUE
                   SET CUR-REISSUED TO TRUE
                   MOVE CURRENT-DATE-NUM TO CUR-STATUS-DATE
                   MOVE 'E' TO ISSUE-REASON-WK
                   MOVE SWEEP-MONTH TO BASE-MONTH
                   PERFORM ISSUE-NEW-CARD
                   ADD 1 TO EXPIRY-REISSUES
                   MOVE 'REISSUED AT EXPIRY' TO CRP-OUTCOME-O
           END-EVALUATE.
           IF ACCOUNT-HAS-CARD
               WRITE CARD-OUT-REC FROM CURRENT-CARD
               ADD 1 TO CARDS-CARRIED
           END-IF.
           IF NEW-CARD-READY
               WRITE CARD-OUT-REC FROM NEW-CARD
               PERFORM WRITE-EMBOSS-RECORD
               PERFORM WRITE-NEW-CARD-LINE
           END-IF.
      *
      *    FIND-REPLACEMENT-REQUEST -- every request for the account
      *    is consumed; several lifts on one night still make one
      *    plastic.  HIT-IDX keeps the first, the one held over
      *    if the plastic cannot go out tonight.
       FIND-REPLACEMENT-REQUEST.
           MOVE 'N' TO REPLACE-FLAG.
           MOVE ZERO TO HIT-IDX.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > REQ-COUNT
               IF RQT-USED(RQ-IDX) = 'N'
                   AND RQT-ACCT-NO(RQ-IDX) = ACCT-NO
                   MOVE 'Y' TO RQT-USED(RQ-IDX)
                   IF NOT REPLACEMENT-ASKED
                       SET REPLACEMENT-ASKED TO TRUE
                       SET HIT-IDX TO RQ-IDX
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    WITHHOLD-FOR-NOW -- a suspended account or a bad address
      *    gets no plastic tonight.  A replacement waits on
      *    CARDHOLD; a due reissue is listed and swept up on a
      *    later month.  A first card simply waits, since the next
      *    run finds the account still without one.
       WITHHOLD-FOR-NOW.
           IF REPLACEMENT-ASKED
               WRITE HOLD-REC FROM RQT-IMAGE(HIT-IDX)
               ADD 1 TO REQUESTS-HELD
               IF ADDRESS-BAD
                   MOVE 'BAD ADDRESS -- REPLACEMENT HELD'
                       TO CRP-OUTCOME-O
               ELSE
                   MOVE 'ACCOUNT SUSPENDED -- REPLACEMENT HELD'
                       TO CRP-OUTCOME-O
               END-IF
               PERFORM WRITE-CURRENT-LINE
           ELSE
               IF CARD-IS-DUE
                   ADD 1 TO REISSUES-WITHHELD
                   IF ADDRESS-BAD
                       MOVE 'BAD ADDRESS -- NOT REISSUED'
                           TO CRP-OUTCOME-O
                   ELSE
                       MOVE 'ACCOUNT SUSPENDED -- NOT REISSUED'
                           TO CRP-OUTCOME-O
                   END-IF
                   PERFORM WRITE-CURRENT-LINE
               END-IF
           END-IF.
      *
      *    ISSUE-NEW-CARD -- the next sequence number, expiring in
      *    BASE-MONTH's month three years on, embossed and mailed
      *    to the name and address on the master tonight.
       ISSUE-NEW-CARD.
           MOVE SPACES TO NEW-CARD.
           MOVE ACCT-NO TO NEW-ACCT-NO.
           IF ACCOUNT-HAS-CARD
               COMPUTE NEW-SEQ-NO = CUR-SEQ-NO + 1
           ELSE
               MOVE 1 TO NEW-SEQ-NO
           END-IF.
           MOVE CURRENT-DATE-NUM TO NEW-ISSUE-DATE.
           COMPUTE NEW-EXPIRY-YR = BASE-YR + CARD-LIFE-YEARS.
           MOVE BASE-MO          TO NEW-EXPIRY-MO.
           SET NEW-ACTIVE        TO TRUE.
           MOVE CURRENT-DATE-NUM TO NEW-STATUS-DATE.
           MOVE ISSUE-REASON-WK  TO NEW-ISSUE-REASON.
           MOVE LAST-NAME        TO NEW-LAST-NAME.
           MOVE FIRST-NAME       TO NEW-FIRST-NAME.
           MOVE STREET-ADDR      TO NEW-STREET-ADDR.
           MOVE CITY-COUNTY      TO NEW-CITY-COUNTY.
           MOVE USA-STATE        TO NEW-USA-STATE.
           MOVE ZIP-CODE         TO NEW-ZIP-CODE.
           SET NEW-CARD-READY    TO TRUE.
      *
       WRITE-EMBOSS-RECORD.
           MOVE SPACES           TO EMBOSS-FIELDS.
           MOVE NEW-ACCT-NO      TO EMB-ACCT-NO.
           MOVE NEW-SEQ-NO       TO EMB-CARD-SEQ.
           STRING NEW-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  NEW-LAST-NAME  DELIMITED BY '  '
               INTO EMB-EMBOSS-NAME
           END-STRING.
           MOVE NEW-EXPIRY-MO    TO EMB-EXPIRY-MM.
           MOVE NEW-EXPIRY-YR    TO EXPIRY-YEAR-WK.
           MOVE EXPIRY-YY-WK     TO EMB-EXPIRY-YY.
           MOVE NEW-ISSUE-REASON TO EMB-ISSUE-REASON.
           MOVE NEW-ISSUE-DATE   TO EMB-ISSUE-DATE.
           MOVE NEW-LAST-NAME    TO EMB-LAST-NAME.
           MOVE NEW-FIRST-NAME   TO EMB-FIRST-NAME.
           MOVE NEW-STREET-ADDR  TO EMB-ADDR-LINE.
           MOVE NEW-CITY-COUNTY  TO EMB-CITY.
           MOVE NEW-USA-STATE    TO EMB-STATE.
           MOVE NEW-ZIP-CODE     TO EMB-ZIP.
           WRITE EMBOSS-FIELDS.
           ADD 1 TO PLASTICS-ORDERED.
      *
       WRITE-NEW-CARD-LINE.
           MOVE NEW-ACCT-NO      TO CRP-ACCT-NO-O.
           MOVE NEW-SEQ-NO       TO CRP-SEQ-O.
           MOVE NEW-EXPIRY-DATE  TO CRP-EXPIRY-O.
           WRITE PRINT-REC.
      *
       WRITE-CURRENT-LINE.
           MOVE ACCT-NO TO CRP-ACCT-NO-O.
           IF ACCOUNT-HAS-CARD
               MOVE CUR-SEQ-NO      TO CRP-SEQ-O
               MOVE CUR-EXPIRY-DATE TO CRP-EXPIRY-O
           ELSE
               MOVE ZERO   TO CRP-SEQ-O
               MOVE SPACES TO CRP-EXPIRY-O
           END-IF.
           WRITE PRINT-REC.
      *
      *    REPORT-UNMATCHED-REQUESTS -- a request still unused named
      *    no account on ACCTREC; reported so the hot-list keying
      *    gets questioned.
       REPORT-UNMATCHED-REQUESTS.
           PERFORM VARYING RQ-IDX FROM 1 BY 1
               UNTIL RQ-IDX > REQ-COUNT
               IF RQT-USED(RQ-IDX) = 'N'
                   MOVE 'Y' TO RQT-USED(RQ-IDX)
                   ADD 1 TO REQUESTS-DROPPED
                   MOVE SPACES              TO PRINT-REC
                   MOVE RQT-ACCT-NO(RQ-IDX) TO CRP-ACCT-NO-O
                   MOVE ZERO                TO CRP-SEQ-O
                   MOVE SPACES              TO CRP-EXPIRY-O
                   MOVE 'NO SUCH ACCOUNT -- REPLACEMENT DROPPED'
                       TO CRP-OUTCOME-O
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
      *
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'CARDISS'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE ACCOUNTS-READ     TO LOG-RECS-IN.
           MOVE CARDS-CARRIED     TO LOG-RECS-OUT.
           ADD PLASTICS-ORDERED   TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
      *
