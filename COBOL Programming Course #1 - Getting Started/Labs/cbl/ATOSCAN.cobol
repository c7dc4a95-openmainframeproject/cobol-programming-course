      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ATOSCAN.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    ATOSCAN is the nightly account-takeover monitor.  The
      *    takeover pattern is a contact change followed quickly by
      *    spending: the fraudster moves the address, phone or
      *    e-mail somewhere the real customer will not see, then
      *    orders a new card to it or runs the card up before
      *    anyone notices.  Each piece is ordinary on its own, and
      *    nothing looked at them together.
      *
      *    Contact changes come off tonight's AUDITFIL, ACCTMNT's
      *    before/after trail -- which carries CBLDB33's online
      *    changes as well, since MIRRSYNC feeds them through
      *    ACCTMNT as MNTIN cards.  Field codes CA, PH and EM are
      *    contact changes; the rest are passed over.  Each changed
      *    account goes onto the watch list (ATOWATCH, CWTFLDS),
      *    carried from ATOWIN to ATOWOUT, and stays there until
      *    its latest change is older than the window.
      *
      *    Every watched account's high-risk activity dated from
      *    its first change through its latest change plus the
      *    window is then counted:
      *
      *      - replacement-card requests on CARDREQ (CRQFLDS);
      *      - hot-list listings lifted on HOTLIST (HOTFLDS) --
      *        the lift is what orders the new plastic;
      *      - approvals on AUTHFILE (AUTFLDS), PURCHAUT's own and
      *        AUTHONL's as AUTQDRN drains them, whatever has
      *        become of the hold since.
      *
      *    Any reissue or lift, or approvals reaching the burst
      *    count, flags the account once for that run of changes:
      *    a review case is opened on ATOCASE (ATOFLDS), carried
      *    from ATOCASE to ATOCASEO, or folded into the case
      *    already open for the account.  When the card asks for
      *    it, a new case also places a temporary block; ATOBSTRT
      *    loads the blocked accounts to ATOBTSQ each morning and
      *    AUTHONL declines them FB until the fraud team releases
      *    the block.
      *
      *    The fraud team's dispositions arrive on ATODISP, one card
      *    per case: the account and open date naming it, 'R' (the
      *    customer's own activity -- released, any block comes
      *    off) or 'F' (takeover confirmed -- the case closes and
      *    any block stays until a later 'R' card for the same
      *    case), and the officer.  A card naming no case it can
      *    act on is listed and applied to nothing.
      *
      *    ATOPARM carries the window in days (zero is taken as 7),
      *    the approvals that make a burst (zero is taken as 5), and
      *    'Y' to block new cases; without the card nothing is
      *    screened and the step ends RETURN-CODE 8.  ATORPT lists
      *    tonight's dispositions and new cases and every case still
      *    open or still blocking.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO ATOPARM.
           SELECT DISP-IN     ASSIGN TO ATODISP.
           SELECT AUDIT-FILE  ASSIGN TO AUDITFIL.
           SELECT WATCH-IN    ASSIGN TO ATOWIN.
           SELECT WATCH-OUT   ASSIGN TO ATOWOUT.
           SELECT CARD-REQ    ASSIGN TO CARDREQ.
           SELECT HOT-LIST    ASSIGN TO HOTLIST.
           SELECT AUTH-FILE   ASSIGN TO AUTHFILE.
           SELECT CASE-IN     ASSIGN TO ATOCASE.
           SELECT CASE-OUT    ASSIGN TO ATOCASEO.
           SELECT PRINT-LINE  ASSIGN TO ATORPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    PARM-CARD -- the window in days (bytes 1-3), the
      *    approvals that make a burst (4-6), both zoned, and 'Y'
      *    in byte 7 to block the accounts new cases are opened on.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-WINDOW-DAYS   PIC 9(3).
           05  PARM-BURST-MIN     PIC 9(3).
           05  PARM-BLOCK-SWITCH  PIC X(1).
           05  FILLER             PIC X(73).
      *
       FD  DISP-IN RECORDING MODE F.
       01  DISP-CARD.
           05  DSC-ACCT-NO        PIC X(8).
           05  DSC-OPEN-DATE      PIC 9(8).
           05  DSC-DISPOSITION    PIC X(1).
           05  DSC-OFFICER        PIC X(8).
           05  FILLER             PIC X(55).
      *
      *    AUDIT-FILE -- ACCTMNT's AUDIT-REC; only the stamp, the
      *    account and the field code are wanted here.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-TIMESTAMP.
               10  AUD-CHANGE-DATE    PIC 9(8).
               10  FILLER             PIC X(8).
           05  AUD-ACCT-NO        PIC X(8).
           05  AUD-FIELD-CODE     PIC X(2).
               88  AUD-CONTACT-CHANGE VALUE 'CA' 'PH' 'EM'.
           05  FILLER             PIC X(806).
      *
       FD  WATCH-IN RECORDING MODE F.
       01  WATCH-IN-FIELDS.
           COPY CWTFLDS REPLACING LEADING ==CWT-== BY ==CWI-==.
      *
       FD  WATCH-OUT RECORDING MODE F.
       01  WATCH-FIELDS.
           COPY CWTFLDS.
      *
       FD  CARD-REQ RECORDING MODE F.
       01  CARD-REQ-FIELDS.
           COPY CRQFLDS.
      *
       FD  HOT-LIST RECORDING MODE F.
       01  HOT-FIELDS.
           COPY HOTFLDS.
      *
       FD  AUTH-FILE RECORDING MODE F.
       01  AUTH-FIELDS.
           COPY AUTFLDS.
      *
       FD  CASE-IN RECORDING MODE F.
       01  CASE-FIELDS.
           COPY ATOFLDS.
      *
       FD  CASE-OUT RECORDING MODE F.
       01  CASE-OUT-REC           PIC X(80).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  ATR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-CASE-DATE-O    PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-CHANGE-DATE-O  PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-FIELDS-O       PIC X(6).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-REISSUES-O     PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-LIFTS-O        PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-APPROVALS-O    PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-BLOCK-O        PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ATR-OUTCOME-O      PIC X(24).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  PARM-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-PARM-CARD       VALUE 'Y'.
           05  DISP-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  AUDIT-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-AUDIT      VALUE 'Y'.
           05  WATCH-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-WATCH      VALUE 'Y'.
           05  ACTIVITY-EOF-FLAG  PIC X VALUE 'N'.
               88  NO-MORE-ACTIVITY   VALUE 'Y'.
           05  CASE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CASES      VALUE 'Y'.
           05  CARD-MATCH-FLAG    PIC X VALUE 'N'.
               88  CARD-MATCHED       VALUE 'Y'.
           05  WATCH-MATCH-FLAG   PIC X VALUE 'N'.
               88  WATCH-MATCHED      VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  WATCH-CAPACITY-FLAG PIC X VALUE 'N'.
               88  WATCH-TABLE-FULL   VALUE 'Y'.
           05  BLOCK-SWITCH       PIC X VALUE 'N'.
               88  BLOCK-NEW-CASES    VALUE 'Y'.
      *
       01  THRESHOLDS.
           05  WINDOW-DAYS        PIC S9(3) COMP-3 VALUE 7.
           05  BURST-MIN          PIC S9(3) COMP-3 VALUE 5.
      *
       01  SCAN-COUNTS.
           05  AUDIT-RECS-READ    PIC S9(7) COMP-3 VALUE ZERO.
           05  CONTACT-CHANGES    PIC S9(7) COMP-3 VALUE ZERO.
           05  WATCH-CARRIED      PIC S9(7) COMP-3 VALUE ZERO.
           05  WATCH-EXPIRED      PIC S9(7) COMP-3 VALUE ZERO.
           05  WATCH-ADDED        PIC S9(7) COMP-3 VALUE ZERO.
           05  REISSUES-SEEN      PIC S9(7) COMP-3 VALUE ZERO.
           05  LIFTS-SEEN         PIC S9(7) COMP-3 VALUE ZERO.
           05  APPROVALS-SEEN     PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCOUNTS-FLAGGED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-OPENED       PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-ADDED-TO     PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-DISPOSED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-STILL-OPEN   PIC S9(7) COMP-3 VALUE ZERO.
           05  BLOCKS-IN-FORCE    PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-UNMATCHED    PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    CARD-TABLE -- tonight's dispositions.
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
           05  CARD-SLOT          PIC S9(4) COMP VALUE 0.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX.
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-OPEN-DATE  PIC 9(8).
               10  CDT-DISPOSITION PIC X(1).
               10  CDT-OFFICER    PIC X(8).
               10  CDT-USED       PIC X(1).
      *
      *    WATCH-TABLE -- the watch list, in account order, with
      *    each account's window end and tonight's activity counts.
      *    WCH-HIT: space nothing to do, N flagged tonight and not
      *    yet placed, A added to an open case, C opened a new case.
       01  WATCH-CTL.
           05  WATCH-COUNT        PIC S9(4) COMP VALUE 0.
           05  WATCH-MAX          PIC S9(4) COMP VALUE 2000.
           05  WATCH-SLOT         PIC S9(4) COMP VALUE 0.
           05  INSERT-AT          PIC S9(4) COMP VALUE 0.
           05  SHIFT-IDX          PIC S9(4) COMP VALUE 0.
           05  FIELD-SUB          PIC S9(4) COMP VALUE 0.
       01  WATCH-TABLE.
           05  WATCH-ENTRY OCCURS 2000 TIMES INDEXED BY WC-IDX.
               10  WCH-ACCT-NO    PIC X(8).
               10  WCH-FIRST-DATE PIC 9(8).
               10  WCH-LAST-DATE  PIC 9(8).
               10  WCH-END-DATE   PIC 9(8).
               10  WCH-FIELDS.
                   15  WCH-FIELD  PIC X(2) OCCURS 3 TIMES.
               10  WCH-FLAGGED    PIC X(1).
               10  WCH-REISSUES   PIC S9(5) COMP-3.
               10  WCH-LIFTS      PIC S9(5) COMP-3.
               10  WCH-APPROVALS  PIC S9(5) COMP-3.
               10  WCH-HIT        PIC X(1).
      *
       01  SCAN-WORK.
           05  LOOKUP-ACCT-NO     PIC X(8) VALUE SPACES.
           05  LOOKUP-DATE        PIC 9(8) VALUE ZERO.
           05  EXPIRY-DATE        PIC 9(8) VALUE ZERO.
           05  CASE-OUTCOME       PIC X(24) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-DATE-INT       PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Account-Takeover Review Cases'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(10) VALUE 'Case'.
           05  FILLER         PIC X(10) VALUE 'Changed'.
           05  FILLER         PIC X(08) VALUE 'Fields'.
           05  FILLER         PIC X(05) VALUE 'Reis'.
           05  FILLER         PIC X(05) VALUE 'Lift'.
           05  FILLER         PIC X(05) VALUE 'Appr'.
           05  FILLER         PIC X(03) VALUE 'B'.
           05  FILLER         PIC X(24) VALUE 'Outcome'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           PERFORM READ-PARAMETERS.
           IF NO-PARM-CARD
               DISPLAY 'ATOSCAN: NO ATOPARM CARD -- NOTHING SCREENED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (CURRENT-DATE-INT - WINDOW-DAYS).
           PERFORM GATHER-DISPOSITIONS.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       BUILD-WATCH-LIST.
           PERFORM LOAD-WATCH-LIST.
           PERFORM TAKE-CONTACT-CHANGES.
           PERFORM VARYING WC-IDX FROM 1 BY 1
               UNTIL WC-IDX > WATCH-COUNT
               COMPUTE WCH-END-DATE(WC-IDX) = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WCH-LAST-DATE(WC-IDX))
                    + WINDOW-DAYS)
           END-PERFORM.
      *
       COUNT-ACTIVITY.
           PERFORM SCAN-CARD-REQUESTS.
           PERFORM SCAN-HOT-LIST.
           PERFORM SCAN-AUTHORIZATIONS.
           PERFORM VARYING WC-IDX FROM 1 BY 1
               UNTIL WC-IDX > WATCH-COUNT
               IF WCH-FLAGGED(WC-IDX) NOT = 'Y'
                   AND (WCH-REISSUES(WC-IDX) > ZERO
                     OR WCH-LIFTS(WC-IDX) > ZERO
                     OR WCH-APPROVALS(WC-IDX) NOT < BURST-MIN)
                   MOVE 'Y' TO WCH-FLAGGED(WC-IDX)
                   MOVE 'N' TO WCH-HIT(WC-IDX)
                   ADD 1 TO ACCOUNTS-FLAGGED
               END-IF
           END-PERFORM.
      *
       REVIEW-CASES.
           PERFORM WORK-CASES.
           PERFORM OPEN-NEW-CASES.
           PERFORM WRITE-WATCH-LIST.
           PERFORM REPORT-UNMATCHED-CARDS.
      *
       CLOSE-STOP.
           DISPLAY 'ATOSCAN: AUDIT RECORDS READ = ' AUDIT-RECS-READ.
           DISPLAY 'ATOSCAN: CONTACT CHANGES    = ' CONTACT-CHANGES.
           DISPLAY 'ATOSCAN: WATCHES CARRIED    = ' WATCH-CARRIED.
           DISPLAY 'ATOSCAN: WATCHES EXPIRED    = ' WATCH-EXPIRED.
           DISPLAY 'ATOSCAN: WATCHES ADDED      = ' WATCH-ADDED.
           DISPLAY 'ATOSCAN: REISSUES SEEN      = ' REISSUES-SEEN.
           DISPLAY 'ATOSCAN: LIFTS SEEN         = ' LIFTS-SEEN.
           DISPLAY 'ATOSCAN: APPROVALS SEEN     = ' APPROVALS-SEEN.
           DISPLAY 'ATOSCAN: ACCOUNTS FLAGGED   = ' ACCOUNTS-FLAGGED.
           DISPLAY 'ATOSCAN: CASES READ         = ' CASES-READ.
           DISPLAY 'ATOSCAN: CASES OPENED       = ' CASES-OPENED.
           DISPLAY 'ATOSCAN: CASES ADDED TO     = ' CASES-ADDED-TO.
           DISPLAY 'ATOSCAN: CASES DISPOSED     = ' CASES-DISPOSED.
           DISPLAY 'ATOSCAN: CASES STILL OPEN   = ' CASES-STILL-OPEN.
           DISPLAY 'ATOSCAN: BLOCKS IN FORCE    = ' BLOCKS-IN-FORCE.
           DISPLAY 'ATOSCAN: CARDS UNMATCHED    = ' CARDS-UNMATCHED.
           IF CARD-TABLE-FULL
               DISPLAY 'ATOSCAN: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           IF WATCH-TABLE-FULL
               DISPLAY 'ATOSCAN: WATCH TABLE FILLED AT 2000 -- '
                       'SOME CONTACT CHANGES NOT WATCHED'
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-PARAMETERS.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END SET NO-PARM-CARD TO TRUE
           END-READ.
           CLOSE PARM-CARD.
           IF NOT NO-PARM-CARD
               IF PARM-WINDOW-DAYS NUMERIC
                   AND PARM-WINDOW-DAYS > ZERO
                   MOVE PARM-WINDOW-DAYS TO WINDOW-DAYS
               END-IF
               IF PARM-BURST-MIN NUMERIC
                   AND PARM-BURST-MIN > ZERO
                   MOVE PARM-BURST-MIN TO BURST-MIN
               END-IF
               IF PARM-BLOCK-SWITCH = 'Y'
                   SET BLOCK-NEW-CASES TO TRUE
               END-IF
           END-IF.
      *
       GATHER-DISPOSITIONS.
           OPEN INPUT DISP-IN.
           PERFORM READ-DISP-CARD
           PERFORM UNTIL NO-MORE-CARDS
               IF CARD-COUNT < CARD-MAX
                   ADD 1 TO CARD-COUNT
                   MOVE DSC-ACCT-NO     TO CDT-ACCT-NO(CARD-COUNT)
                   MOVE ZERO            TO CDT-OPEN-DATE(CARD-COUNT)
                   IF DSC-OPEN-DATE NUMERIC
                       MOVE DSC-OPEN-DATE TO CDT-OPEN-DATE(CARD-COUNT)
                   END-IF
                   MOVE DSC-DISPOSITION TO CDT-DISPOSITION(CARD-COUNT)
                   MOVE DSC-OFFICER     TO CDT-OFFICER(CARD-COUNT)
                   MOVE 'N'             TO CDT-USED(CARD-COUNT)
               ELSE
                   SET CARD-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-DISP-CARD
           END-PERFORM.
           CLOSE DISP-IN.
      *
       READ-DISP-CARD.
           READ DISP-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    LOAD-WATCH-LIST -- last night's watch list, less the
      *    accounts whose latest change has aged past the window.
      *    Tonight's counts start from zero; the window is counted
      *    whole every night.
       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-IN.
           PERFORM READ-WATCH
           PERFORM UNTIL NO-MORE-WATCH
               IF CWI-LAST-DATE < EXPIRY-DATE
                   ADD 1 TO WATCH-EXPIRED
               ELSE
                   IF WATCH-COUNT < WATCH-MAX
                       ADD 1 TO WATCH-CARRIED
                       ADD 1 TO WATCH-COUNT
                       MOVE WATCH-COUNT TO WATCH-SLOT
                       PERFORM CLEAR-WATCH-ENTRY
                       MOVE CWI-ACCT-NO    TO WCH-ACCT-NO(WATCH-SLOT)
                       MOVE CWI-FIRST-DATE
                           TO WCH-FIRST-DATE(WATCH-SLOT)
                       MOVE CWI-LAST-DATE  TO WCH-LAST-DATE(WATCH-SLOT)
                       MOVE CWI-FIELDS-CHANGED
                           TO WCH-FIELDS(WATCH-SLOT)
                       MOVE CWI-FLAGGED    TO WCH-FLAGGED(WATCH-SLOT)
                   ELSE
                       SET WATCH-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-WATCH
           END-PERFORM.
           CLOSE WATCH-IN.
      *
       READ-WATCH.
           READ WATCH-IN
               AT END SET NO-MORE-WATCH TO TRUE
           END-READ.
      *
       CLEAR-WATCH-ENTRY.
           MOVE SPACES TO WCH-FIELDS(WATCH-SLOT).
           MOVE 'N'    TO WCH-FLAGGED(WATCH-SLOT).
           MOVE ZERO   TO WCH-END-DATE(WATCH-SLOT).
           MOVE ZERO   TO WCH-REISSUES(WATCH-SLOT).
           MOVE ZERO   TO WCH-LIFTS(WATCH-SLOT).
           MOVE ZERO   TO WCH-APPROVALS(WATCH-SLOT).
           MOVE SPACE  TO WCH-HIT(WATCH-SLOT).
      *
      *    TAKE-CONTACT-CHANGES -- tonight's CA, PH and EM changes.
      *    An account already watched keeps its first change date
      *    and takes tonight's as its latest; a new one is inserted
      *    in account order.
       TAKE-CONTACT-CHANGES.
           OPEN INPUT AUDIT-FILE.
           PERFORM READ-AUDIT
           PERFORM UNTIL NO-MORE-AUDIT
               IF AUD-CONTACT-CHANGE
                   AND AUD-CHANGE-DATE NUMERIC
                   AND AUD-ACCT-NO NOT = SPACES
                   ADD 1 TO CONTACT-CHANGES
                   PERFORM WATCH-CONTACT-CHANGE
               END-IF
               PERFORM READ-AUDIT
           END-PERFORM.
           CLOSE AUDIT-FILE.
      *
       READ-AUDIT.
           READ AUDIT-FILE
               AT END SET NO-MORE-AUDIT TO TRUE
           END-READ.
           IF NOT NO-MORE-AUDIT
               ADD 1 TO AUDIT-RECS-READ
           END-IF.
      *
       WATCH-CONTACT-CHANGE.
           MOVE AUD-ACCT-NO TO LOOKUP-ACCT-NO.
           PERFORM FIND-WATCH-ENTRY.
           IF WATCH-MATCHED
               IF AUD-CHANGE-DATE > WCH-LAST-DATE(WATCH-SLOT)
                   MOVE AUD-CHANGE-DATE TO WCH-LAST-DATE(WATCH-SLOT)
               END-IF
               PERFORM NOTE-FIELD-CHANGED
           ELSE
               IF WATCH-COUNT < WATCH-MAX
                   PERFORM INSERT-WATCH-ENTRY
               ELSE
                   SET WATCH-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
      *    FIND-WATCH-ENTRY -- LOOKUP-ACCT-NO against the watch
      *    list.  Matched, WATCH-SLOT is its entry; unmatched,
      *    WATCH-SLOT is where it would go.
       FIND-WATCH-ENTRY.
           MOVE 'N' TO WATCH-MATCH-FLAG.
           MOVE 1 TO WATCH-SLOT.
           PERFORM UNTIL WATCH-SLOT > WATCH-COUNT
               OR WCH-ACCT-NO(WATCH-SLOT) NOT < LOOKUP-ACCT-NO
               ADD 1 TO WATCH-SLOT
           END-PERFORM.
           IF WATCH-SLOT NOT > WATCH-COUNT
               IF WCH-ACCT-NO(WATCH-SLOT) = LOOKUP-ACCT-NO
                   SET WATCH-MATCHED TO TRUE
               END-IF
           END-IF.
      *
       INSERT-WATCH-ENTRY.
           MOVE WATCH-SLOT TO INSERT-AT.
           PERFORM VARYING SHIFT-IDX FROM WATCH-COUNT BY -1
               UNTIL SHIFT-IDX < INSERT-AT
               MOVE WATCH-ENTRY(SHIFT-IDX)
                   TO WATCH-ENTRY(SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WATCH-COUNT.
           ADD 1 TO WATCH-ADDED.
           PERFORM CLEAR-WATCH-ENTRY.
           MOVE AUD-ACCT-NO     TO WCH-ACCT-NO(WATCH-SLOT).
           MOVE AUD-CHANGE-DATE TO WCH-FIRST-DATE(WATCH-SLOT).
           MOVE AUD-CHANGE-DATE TO WCH-LAST-DATE(WATCH-SLOT).
           PERFORM NOTE-FIELD-CHANGED.
      *
      *    NOTE-FIELD-CHANGED -- the field code into the first free
      *    of the entry's three slots, once.
       NOTE-FIELD-CHANGED.
           MOVE 1 TO FIELD-SUB.
           PERFORM UNTIL FIELD-SUB > 3
               OR WCH-FIELD(WATCH-SLOT, FIELD-SUB) = AUD-FIELD-CODE
               OR WCH-FIELD(WATCH-SLOT, FIELD-SUB) = SPACES
               ADD 1 TO FIELD-SUB
           END-PERFORM.
           IF FIELD-SUB NOT > 3
               MOVE AUD-FIELD-CODE
                   TO WCH-FIELD(WATCH-SLOT, FIELD-SUB)
           END-IF.
      *
      *    SCAN-CARD-REQUESTS, SCAN-HOT-LIST, SCAN-AUTHORIZATIONS --
      *    each activity file once, every record dated inside its
      *    account's window counted against the watch entry.
       SCAN-CARD-REQUESTS.
           MOVE 'N' TO ACTIVITY-EOF-FLAG.
           OPEN INPUT CARD-REQ.
           PERFORM READ-CARD-REQ
           PERFORM UNTIL NO-MORE-ACTIVITY
               MOVE CRQ-ACCT-NO      TO LOOKUP-ACCT-NO
               MOVE CRQ-REQUEST-DATE TO LOOKUP-DATE
               PERFORM MATCH-ACTIVITY
               IF WATCH-MATCHED
                   ADD 1 TO WCH-REISSUES(WATCH-SLOT)
                   ADD 1 TO REISSUES-SEEN
               END-IF
               PERFORM READ-CARD-REQ
           END-PERFORM.
           CLOSE CARD-REQ.
      *
       READ-CARD-REQ.
           READ CARD-REQ
               AT END SET NO-MORE-ACTIVITY TO TRUE
           END-READ.
      *
       SCAN-HOT-LIST.
           MOVE 'N' TO ACTIVITY-EOF-FLAG.
           OPEN INPUT HOT-LIST.
           PERFORM READ-HOT-LIST
           PERFORM UNTIL NO-MORE-ACTIVITY
               IF HOT-LIFTED
                   MOVE HOT-ACCT-NO   TO LOOKUP-ACCT-NO
                   MOVE HOT-LIFT-DATE TO LOOKUP-DATE
                   PERFORM MATCH-ACTIVITY
                   IF WATCH-MATCHED
                       ADD 1 TO WCH-LIFTS(WATCH-SLOT)
                       ADD 1 TO LIFTS-SEEN
                   END-IF
               END-IF
               PERFORM READ-HOT-LIST
           END-PERFORM.
           CLOSE HOT-LIST.
      *
       READ-HOT-LIST.
           READ HOT-LIST
               AT END SET NO-MORE-ACTIVITY TO TRUE
           END-READ.
      *
       SCAN-AUTHORIZATIONS.
           MOVE 'N' TO ACTIVITY-EOF-FLAG.
           OPEN INPUT AUTH-FILE.
           PERFORM READ-AUTH
           PERFORM UNTIL NO-MORE-ACTIVITY
               MOVE AUT-ACCT-NO   TO LOOKUP-ACCT-NO
               MOVE AUT-AUTH-DATE TO LOOKUP-DATE
               PERFORM MATCH-ACTIVITY
               IF WATCH-MATCHED
                   ADD 1 TO WCH-APPROVALS(WATCH-SLOT)
                   ADD 1 TO APPROVALS-SEEN
               END-IF
               PERFORM READ-AUTH
           END-PERFORM.
           CLOSE AUTH-FILE.
      *
       READ-AUTH.
           READ AUTH-FILE
               AT END SET NO-MORE-ACTIVITY TO TRUE
           END-READ.
      *
      *    MATCH-ACTIVITY -- WATCH-MATCHED only when the account is
      *    watched and LOOKUP-DATE falls inside its window.
       MATCH-ACTIVITY.
           PERFORM FIND-WATCH-ENTRY.
           IF WATCH-MATCHED
               IF LOOKUP-DATE NOT NUMERIC
                   OR LOOKUP-DATE < WCH-FIRST-DATE(WATCH-SLOT)
                   OR LOOKUP-DATE > WCH-END-DATE(WATCH-SLOT)
                   MOVE 'N' TO WATCH-MATCH-FLAG
               END-IF
           END-IF.
      *
      *    WORK-CASES -- every case carried forward: tonight's
      *    disposition applied, tonight's flag on an account whose
      *    case is still open folded into that case.
       WORK-CASES.
           OPEN INPUT  CASE-IN.
           OPEN OUTPUT CASE-OUT.
           PERFORM READ-CASE
           PERFORM UNTIL NO-MORE-CASES
               ADD 1 TO CASES-READ
               IF ATO-OPEN
                   OR (ATO-FRAUD AND ATO-BLOCK-IN-FORCE)
                   PERFORM MATCH-DISPOSITION
                   IF CARD-MATCHED
                       PERFORM APPLY-DISPOSITION
                   END-IF
               END-IF
               IF ATO-OPEN
                   MOVE ATO-ACCT-NO TO LOOKUP-ACCT-NO
                   PERFORM FIND-WATCH-ENTRY
                   IF WATCH-MATCHED
                       IF WCH-HIT(WATCH-SLOT) = 'N'
                           PERFORM ADD-TO-OPEN-CASE
                       END-IF
                   END-IF
               END-IF
               IF ATO-OPEN
                   ADD 1 TO CASES-STILL-OPEN
                   MOVE 'OPEN -- AWAITING FRAUD' TO CASE-OUTCOME
                   PERFORM WRITE-CASE-LINE
               ELSE
                   IF ATO-FRAUD AND ATO-BLOCK-IN-FORCE
                       MOVE 'FRAUD -- STILL BLOCKED' TO CASE-OUTCOME
                       PERFORM WRITE-CASE-LINE
                   END-IF
               END-IF
               IF ATO-BLOCK-IN-FORCE
                   ADD 1 TO BLOCKS-IN-FORCE
               END-IF
               WRITE CASE-OUT-REC FROM CASE-FIELDS
               PERFORM READ-CASE
           END-PERFORM.
           CLOSE CASE-IN.
      *
       READ-CASE.
           READ CASE-IN
               AT END SET NO-MORE-CASES TO TRUE
           END-READ.
      *
      *    MATCH-DISPOSITION -- an open case takes R or F; a
      *    confirmed case still blocking takes only the R that
      *    releases it.
       MATCH-DISPOSITION.
           MOVE 'N' TO CARD-MATCH-FLAG.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT OR CARD-MATCHED
               IF CDT-USED(CD-IDX) = 'N'
                   AND CDT-ACCT-NO(CD-IDX) = ATO-ACCT-NO
                   AND CDT-OPEN-DATE(CD-IDX) = ATO-OPEN-DATE
                   AND (CDT-DISPOSITION(CD-IDX) = 'R'
                       OR (CDT-DISPOSITION(CD-IDX) = 'F'
                           AND ATO-OPEN))
                   SET CARD-MATCHED TO TRUE
                   SET CARD-SLOT TO CD-IDX
               END-IF
           END-PERFORM.
      *
       APPLY-DISPOSITION.
           MOVE 'Y' TO CDT-USED(CARD-SLOT).
           ADD 1 TO CASES-DISPOSED.
           MOVE CDT-DISPOSITION(CARD-SLOT) TO ATO-STATUS.
           MOVE CURRENT-DATE-NUM           TO ATO-DISP-DATE.
           MOVE CDT-OFFICER(CARD-SLOT)     TO ATO-DISP-OFFICER.
           IF ATO-RELEASED
               IF ATO-BLOCK-IN-FORCE
                   MOVE 'RELEASED -- BLOCK OFF' TO CASE-OUTCOME
               ELSE
                   MOVE 'RELEASED' TO CASE-OUTCOME
               END-IF
               SET ATO-NO-BLOCK TO TRUE
           ELSE
               MOVE 'FRAUD CONFIRMED' TO CASE-OUTCOME
           END-IF.
           PERFORM WRITE-CASE-LINE.
      *
      *    ADD-TO-OPEN-CASE -- a fresh flag on an account already
      *    under review adds its changes and activity to the case
      *    rather than opening a second one.
       ADD-TO-OPEN-CASE.
           MOVE 'A' TO WCH-HIT(WATCH-SLOT).
           ADD 1 TO CASES-ADDED-TO.
           MOVE WCH-LAST-DATE(WATCH-SLOT) TO ATO-LAST-CHANGE-DATE.
           MOVE WCH-FIELDS(WATCH-SLOT)    TO ATO-FIELDS-CHANGED.
           PERFORM MOVE-ACTIVITY-COUNTS.
           MOVE 'ADDED TO OPEN CASE' TO CASE-OUTCOME.
           PERFORM WRITE-CASE-LINE.
      *
      *    OPEN-NEW-CASES -- every flag no open case took opens
      *    its own, blocked when the card says so.
       OPEN-NEW-CASES.
           PERFORM VARYING WC-IDX FROM 1 BY 1
               UNTIL WC-IDX > WATCH-COUNT
               IF WCH-HIT(WC-IDX) = 'N'
                   SET WATCH-SLOT TO WC-IDX
                   PERFORM START-NEW-CASE
               END-IF
           END-PERFORM.
           CLOSE CASE-OUT.
      *
       START-NEW-CASE.
           MOVE 'C' TO WCH-HIT(WATCH-SLOT).
           ADD 1 TO CASES-OPENED.
           ADD 1 TO CASES-STILL-OPEN.
           MOVE SPACES                     TO CASE-FIELDS.
           MOVE WCH-ACCT-NO(WATCH-SLOT)    TO ATO-ACCT-NO.
           MOVE CURRENT-DATE-NUM           TO ATO-OPEN-DATE.
           MOVE WCH-FIRST-DATE(WATCH-SLOT) TO ATO-CHANGE-DATE.
           MOVE WCH-LAST-DATE(WATCH-SLOT)  TO ATO-LAST-CHANGE-DATE.
           MOVE WCH-FIELDS(WATCH-SLOT)     TO ATO-FIELDS-CHANGED.
           PERFORM MOVE-ACTIVITY-COUNTS.
           MOVE 'O'  TO ATO-STATUS.
           MOVE ZERO TO ATO-DISP-DATE.
           IF BLOCK-NEW-CASES
               SET ATO-BLOCK-IN-FORCE TO TRUE
               ADD 1 TO BLOCKS-IN-FORCE
               MOVE 'NEW CASE -- BLOCKED' TO CASE-OUTCOME
           ELSE
               SET ATO-NO-BLOCK TO TRUE
               MOVE 'NEW CASE -- REVIEW' TO CASE-OUTCOME
           END-IF.
           WRITE CASE-OUT-REC FROM CASE-FIELDS.
           PERFORM WRITE-CASE-LINE.
      *
      *    MOVE-ACTIVITY-COUNTS -- the window's counts onto the case,
      *    held at 999.
       MOVE-ACTIVITY-COUNTS.
           IF WCH-REISSUES(WATCH-SLOT) > 999
               MOVE 999 TO ATO-REISSUES
           ELSE
               MOVE WCH-REISSUES(WATCH-SLOT) TO ATO-REISSUES
           END-IF.
           IF WCH-LIFTS(WATCH-SLOT) > 999
               MOVE 999 TO ATO-LIFTS
           ELSE
               MOVE WCH-LIFTS(WATCH-SLOT) TO ATO-LIFTS
           END-IF.
           IF WCH-APPROVALS(WATCH-SLOT) > 999
               MOVE 999 TO ATO-APPROVALS
           ELSE
               MOVE WCH-APPROVALS(WATCH-SLOT) TO ATO-APPROVALS
           END-IF.
      *
      *    WRITE-CASE-LINE -- CASE-OUTCOME is set by the caller; the
      *    rest comes off the case record.
       WRITE-CASE-LINE.
           MOVE SPACES TO PRINT-REC.
           MOVE ATO-ACCT-NO          TO ATR-ACCT-NO-O.
           MOVE ATO-OPEN-DATE        TO ATR-CASE-DATE-O.
           MOVE ATO-LAST-CHANGE-DATE TO ATR-CHANGE-DATE-O.
           MOVE ATO-FIELDS-CHANGED   TO ATR-FIELDS-O.
           MOVE ATO-REISSUES         TO ATR-REISSUES-O.
           MOVE ATO-LIFTS            TO ATR-LIFTS-O.
           MOVE ATO-APPROVALS        TO ATR-APPROVALS-O.
           MOVE ATO-BLOCK            TO ATR-BLOCK-O.
           MOVE CASE-OUTCOME         TO ATR-OUTCOME-O.
           WRITE PRINT-REC.
      *
       WRITE-WATCH-LIST.
           OPEN OUTPUT WATCH-OUT.
           PERFORM VARYING WC-IDX FROM 1 BY 1
               UNTIL WC-IDX > WATCH-COUNT
               MOVE SPACES                 TO WATCH-FIELDS
               MOVE WCH-ACCT-NO(WC-IDX)    TO CWT-ACCT-NO
               MOVE WCH-FIRST-DATE(WC-IDX) TO CWT-FIRST-DATE
               MOVE WCH-LAST-DATE(WC-IDX)  TO CWT-LAST-DATE
               MOVE WCH-FIELDS(WC-IDX)     TO CWT-FIELDS-CHANGED
               MOVE WCH-FLAGGED(WC-IDX)    TO CWT-FLAGGED
               WRITE WATCH-FIELDS
           END-PERFORM.
           CLOSE WATCH-OUT.
      *
      *    REPORT-UNMATCHED-CARDS -- a disposition that found no
      *    case to act on did nothing, and the fraud team needs to
      *    know.
       REPORT-UNMATCHED-CARDS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-USED(CD-IDX) = 'N'
                   ADD 1 TO CARDS-UNMATCHED
                   MOVE SPACES TO PRINT-REC
                   MOVE CDT-ACCT-NO(CD-IDX)   TO ATR-ACCT-NO-O
                   MOVE CDT-OPEN-DATE(CD-IDX) TO ATR-CASE-DATE-O
                   MOVE 'NO CASE MATCHED' TO ATR-OUTCOME-O
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
