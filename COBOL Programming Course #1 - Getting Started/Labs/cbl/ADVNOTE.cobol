      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ADVNOTE.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    ADVNOTE is the adverse-action notice run.  A customer
      *    whose credit line is lowered, or whose purchase is
      *    declined on risk grade or account standing, must be told
      *    in writing the principal reasons why.  LINEREV, PURCHAUT
      *    and (through ADVQDRN) AUTHONL each append a reason-coded
      *    ADVFLDS decision record to ADVDECN as they decide; this
      *    run, made daily after the nightly maintenance has posted,
      *    turns them into the letter extract (ADVEXT, for the
      *    letter vendor, in the same no-editing shape as CITNOTE's
      *    CITEXT) with each reason code spelled out in plain
      *    language -- the RISKSCOR factor (utilization, payments,
      *    inactivity, credit-bureau score) or the standing that
      *    drove the decision.
      *
      *    Every decision is judged against the master, in order:
      *
      *        a line decrease the master does not yet show (the
      *        limit has not come down from the limit the cut was
      *        proposed against) is HELD -- written to ADVHELD,
      *        which the job makes the new ADVDECN -- until credit
      *        releases it; one still not made 30 days on is logged
      *        CUT NOT MADE and dropped, as no action was taken.
      *        no reason code the run can spell out: NO REASON,
      *        no letter, and the run ends RC 4 for review.
      *        the account's address flagged bad: BAD ADDRESS, no
      *        letter.
      *        a letter for the same kind of action already sent
      *        this account in the last 30 days: DUPLICATE, no
      *        letter -- a day of declined purchases is one notice.
      *        otherwise the letter is SENT.
      *
      *    A decision for an account not on the master is logged
      *    NOT ON FILE.  Every judged decision, with its disposition
      *    and the date, goes on ADVLOG, the examiners' log: a
      *    generation file carrying every earlier entry forward from
      *    (0) to (+1), so one generation answers for every notice
      *    sent or not sent.  A decision or recent-notice table too
      *    small for its file would let letters go unsent or be
      *    sent twice, so the run is refused with RC 8 before any
      *    letter is written -- ADVDECN is left as it stood and the
      *    log is carried forward whole.  The run logs to RUNLOG for
      *    JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT DECISION-IN  ASSIGN TO ADVDECN.
           SELECT DECISION-HELD ASSIGN TO ADVHELD.
           SELECT LOG-IN       ASSIGN TO ADVLOGIN.
           SELECT LOG-OUT      ASSIGN TO ADVLOGOT.
           SELECT LETTER-EXT   ASSIGN TO ADVEXT.
           SELECT PRINT-LINE   ASSIGN TO ADVRPT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    DECISION-IN/DECISION-HELD -- the decisions to judge
      *    (ADVFLDS), and the line decreases held for another day.
       FD  DECISION-IN RECORDING MODE F.
       01  DECISION-FIELDS.
           COPY ADVFLDS REPLACING LEADING ==ADV-== BY ==DCN-==.
      *
       FD  DECISION-HELD RECORDING MODE F.
       01  HELD-REC               PIC X(80).
      *
      *    LOG-IN/LOG-OUT -- the examiners' log (ADVFLDS), read at
      *    (0) and carried forward to (+1).
       FD  LOG-IN RECORDING MODE F.
       01  LOG-IN-FIELDS.
           COPY ADVFLDS REPLACING LEADING ==ADV-== BY ==ADL-==.
      *
       FD  LOG-OUT RECORDING MODE F.
       01  ADV-FIELDS.
           COPY ADVFLDS.
      *
      *    LETTER-EXT -- one fixed-width letter record per notice
      *    for the letter vendor: plain pictures, no report editing.
      *    ADX-AMOUNT is the purchase declined, or the new limit.
       FD  LETTER-EXT RECORDING MODE F.
       01  LETTER-FIELDS.
           05  ADX-ACCT-NO        PIC X(08).
           05  ADX-LAST-NAME      PIC X(20).
           05  ADX-FIRST-NAME     PIC X(15).
           05  ADX-ADDR-LINE      PIC X(25).
           05  ADX-CITY           PIC X(20).
           05  ADX-STATE          PIC X(15).
           05  ADX-ZIP            PIC X(05).
           05  ADX-ACTION         PIC X(01).
           05  ADX-DECISION-DATE  PIC 9(8).
           05  ADX-AMOUNT         PIC 9(7)V99.
           05  ADX-OLD-LIMIT      PIC 9(7)V99.
           05  ADX-REASON-TEXT    PIC X(40) OCCURS 3 TIMES.
           05  FILLER             PIC X(05).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  ADR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  ADR-ACTION-O       PIC X(4).
           05  FILLER             PIC X(02).
           05  ADR-DECN-DATE-O    PIC 9(8).
           05  FILLER             PIC X(02).
           05  ADR-PROGRAM-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  ADR-REASONS-O.
               10  ADR-REASON-O   OCCURS 3 TIMES.
                   15  ADR-CODE-O     PIC X(2).
                   15  FILLER         PIC X(1).
           05  FILLER             PIC X(01).
           05  ADR-RESULT-O       PIC X(14).
           05  FILLER             PIC X(20).
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  DECN-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-DECISIONS  VALUE 'Y'.
           05  LOG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-LOG        VALUE 'Y'.
           05  TABLE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  A-TABLE-IS-FULL    VALUE 'Y'.
           05  RECENT-FOUND-FLAG  PIC X VALUE 'N'.
               88  NOTICED-RECENTLY   VALUE 'Y'.
      *
       01  NOTICE-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  DECISIONS-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05  NOTICES-SENT       PIC S9(7) COMP-3 VALUE ZERO.
           05  DUPS-SUPPRESSED    PIC S9(7) COMP-3 VALUE ZERO.
           05  BAD-ADDRESSES      PIC S9(7) COMP-3 VALUE ZERO.
           05  NOT-ON-FILE        PIC S9(7) COMP-3 VALUE ZERO.
           05  NO-REASON          PIC S9(7) COMP-3 VALUE ZERO.
           05  CUTS-HELD          PIC S9(7) COMP-3 VALUE ZERO.
           05  CUTS-NOT-MADE      PIC S9(7) COMP-3 VALUE ZERO.
           05  LOG-CARRIED        PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    DECN-TABLE -- every decision on ADVDECN, whole, and
      *    whether the master pass has judged it yet.
       01  DECN-CTL.
           05  DECN-COUNT         PIC S9(4) COMP VALUE 0.
           05  DECN-MAX           PIC S9(4) COMP VALUE 5000.
       01  DECN-TABLE.
           05  DECN-ENTRY OCCURS 5000 TIMES INDEXED BY DC-IDX.
               10  DCT-IMAGE      PIC X(80).
               10  DCT-DONE       PIC X(1).
                   88  DCT-JUDGED     VALUE 'Y'.
      *
      *    RECENT-TABLE -- the letters ADVLOG shows sent in the last
      *    30 days, and this run's own as they go: every decision
      *    adds at most one, so the table is sized for the load
      *    limit plus a full decision table.
       01  RECENT-CTL.
           05  RECENT-COUNT       PIC S9(5) COMP VALUE 0.
           05  RECENT-LOAD-MAX    PIC S9(5) COMP VALUE 5000.
       01  RECENT-TABLE.
           05  RECENT-ENTRY OCCURS 10000 TIMES INDEXED BY RN-IDX.
               10  RNT-ACCT-NO    PIC X(8).
               10  RNT-ACTION     PIC X(1).
      *
      *    REASON-TEXT-TABLE -- each reason code in the words the
      *    letter gives the customer.
       01  REASON-TEXT-VALUES.
           05  FILLER  PIC X(42) VALUE
               'OLBalance is over the credit limit'.
           05  FILLER  PIC X(42) VALUE
               'UTAmount owed too high for credit limit'.
           05  FILLER  PIC X(42) VALUE
               'PYNo payment received in review period'.
           05  FILLER  PIC X(42) VALUE
               'INToo long since last account activity'.
           05  FILLER  PIC X(42) VALUE
               'STAccount is not in good standing'.
           05  FILLER  PIC X(42) VALUE
               'BSCredit bureau score too low'.
       01  REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
           05  REASON-TEXT-ENTRY OCCURS 6 TIMES INDEXED BY RT-IDX.
               10  RTT-CODE       PIC X(2).
               10  RTT-TEXT       PIC X(40).
       01  REASON-WORK.
           05  REASON-SUB         PIC S9(4) COMP VALUE 0.
           05  REASONS-KNOWN      PIC S9(4) COMP VALUE 0.
           05  REASON-TEXT-WK     PIC X(40) OCCURS 3 TIMES.
      *
       01  NOTICE-DATE-WORK.
           05  TODAY-INT          PIC S9(9) COMP VALUE ZERO.
           05  DAYS-SINCE         PIC S9(9) COMP VALUE ZERO.
           05  DUPLICATE-DAYS     PIC S9(4) COMP VALUE +30.
           05  HOLD-DAYS          PIC S9(4) COMP VALUE +30.
      *
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
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(29) VALUE
               'Adverse-Action Notice Run'.
           05  FILLER         PIC X(51) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(06) VALUE 'Actn'.
           05  FILLER         PIC X(10) VALUE 'Decided'.
           05  FILLER         PIC X(10) VALUE 'Program'.
           05  FILLER         PIC X(10) VALUE 'Reasons'.
           05  FILLER         PIC X(14) VALUE 'Disposition'.
           05  FILLER         PIC X(20) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           PERFORM LOAD-DECISIONS.
           PERFORM LOAD-RECENT-NOTICES.
           IF A-TABLE-IS-FULL
               DISPLAY 'ADVNOTE: A FILE WILL NOT FIT ITS TABLE -- '
                       'RUN REFUSED, NO NOTICES SENT'
               PERFORM CARRY-PRIOR-LOG
               CLOSE LOG-OUT
               OPEN OUTPUT LETTER-EXT
               CLOSE LETTER-EXT
               OPEN OUTPUT DECISION-HELD
               CLOSE DECISION-HELD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF DECN-COUNT = ZERO
               DISPLAY 'ADVNOTE: NO ADVERSE DECISIONS -- '
                       'NO NOTICES DUE'
           END-IF.
           PERFORM CARRY-PRIOR-LOG.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT DECISION-HELD.
           OPEN OUTPUT LETTER-EXT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       NOTICE-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > DECN-COUNT
                   IF NOT DCT-JUDGED(DC-IDX)
                       AND DCT-IMAGE(DC-IDX)(1:8) = ACCT-NO
                       PERFORM JUDGE-ONE-DECISION
                   END-IF
               END-PERFORM
               PERFORM READ-RECORD
           END-PERFORM.
           PERFORM LOG-UNMATCHED-DECISIONS.
      *
       CLOSE-STOP.
           DISPLAY 'ADVNOTE: RECORDS READ     = ' RECS-READ.
           DISPLAY 'ADVNOTE: DECISIONS READ   = ' DECISIONS-READ.
           DISPLAY 'ADVNOTE: NOTICES SENT     = ' NOTICES-SENT.
           DISPLAY 'ADVNOTE: DUPLICATES       = ' DUPS-SUPPRESSED.
           DISPLAY 'ADVNOTE: BAD ADDRESSES    = ' BAD-ADDRESSES.
           DISPLAY 'ADVNOTE: NOT ON FILE      = ' NOT-ON-FILE.
           DISPLAY 'ADVNOTE: NO REASON        = ' NO-REASON.
           DISPLAY 'ADVNOTE: CUTS HELD        = ' CUTS-HELD.
           DISPLAY 'ADVNOTE: CUTS NOT MADE    = ' CUTS-NOT-MADE.
           DISPLAY 'ADVNOTE: LOG CARRIED      = ' LOG-CARRIED.
           IF NO-REASON > ZERO
               DISPLAY 'ADVNOTE: DECISIONS LISTED NO REASON SENT NO '
                       'LETTER -- REVIEW AND NOTICE BY HAND'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE DECISION-HELD.
           CLOSE LOG-OUT.
           CLOSE LETTER-EXT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF LASTREC NOT = 'Y'
               ADD 1 TO RECS-READ
           END-IF.
      *
      *    LOAD-DECISIONS -- ADVDECN whole, in arrival order.
       LOAD-DECISIONS.
           OPEN INPUT DECISION-IN.
           PERFORM READ-DECISION
           PERFORM UNTIL NO-MORE-DECISIONS
               ADD 1 TO DECISIONS-READ
               IF DECN-COUNT < DECN-MAX
                   ADD 1 TO DECN-COUNT
                   MOVE DECISION-FIELDS TO DCT-IMAGE(DECN-COUNT)
                   MOVE 'N'             TO DCT-DONE(DECN-COUNT)
               ELSE
                   SET A-TABLE-IS-FULL TO TRUE
               END-IF
               PERFORM READ-DECISION
           END-PERFORM.
           CLOSE DECISION-IN.
      *
       READ-DECISION.
           READ DECISION-IN
               AT END SET NO-MORE-DECISIONS TO TRUE
           END-READ.
      *
      *    LOAD-RECENT-NOTICES -- the letters sent within the
      *    duplicate window, by account and kind of action.
       LOAD-RECENT-NOTICES.
           OPEN INPUT LOG-IN.
           PERFORM READ-LOG
           PERFORM UNTIL NO-MORE-LOG
               IF ADL-NOTICE-SENT
                   AND ADL-NOTICE-DATE NUMERIC
                   AND ADL-NOTICE-DATE > ZERO
                   COMPUTE DAYS-SINCE = TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(ADL-NOTICE-DATE)
                   IF DAYS-SINCE < DUPLICATE-DAYS
                       IF RECENT-COUNT < RECENT-LOAD-MAX
                           ADD 1 TO RECENT-COUNT
                           MOVE ADL-ACCT-NO
                               TO RNT-ACCT-NO(RECENT-COUNT)
                           MOVE ADL-ACTION
                               TO RNT-ACTION(RECENT-COUNT)
                       ELSE
                           SET A-TABLE-IS-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-LOG
           END-PERFORM.
           CLOSE LOG-IN.
      *
       READ-LOG.
           READ LOG-IN
               AT END SET NO-MORE-LOG TO TRUE
           END-READ.
      *
      *    CARRY-PRIOR-LOG -- every earlier log entry goes forward to
      *    the new generation ahead of tonight's; LOG-OUT is then
      *    left open for them.
       CARRY-PRIOR-LOG.
           MOVE 'N' TO LOG-EOF-FLAG.
           OPEN INPUT  LOG-IN.
           OPEN OUTPUT LOG-OUT.
           PERFORM READ-LOG
           PERFORM UNTIL NO-MORE-LOG
               WRITE ADV-FIELDS FROM LOG-IN-FIELDS
               ADD 1 TO LOG-CARRIED
               PERFORM READ-LOG
           END-PERFORM.
           CLOSE LOG-IN.
      *
      *    JUDGE-ONE-DECISION -- decision DC-IDX, for the account
      *    just read, in the prologue's order.
       JUDGE-ONE-DECISION.
           MOVE 'Y'               TO DCT-DONE(DC-IDX).
           MOVE DCT-IMAGE(DC-IDX) TO ADV-FIELDS.
           MOVE CURRENT-DATE-NUM  TO ADV-NOTICE-DATE.
           IF ADV-LINE-CUT AND ACCT-LIMIT NOT < ADV-OLD-LIMIT
               COMPUTE DAYS-SINCE = TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(ADV-DECISION-DATE)
               IF DAYS-SINCE < HOLD-DAYS
                   PERFORM HOLD-THE-CUT
               ELSE
                   ADD 1 TO CUTS-NOT-MADE
                   SET ADV-CUT-NOT-MADE TO TRUE
                   PERFORM LOG-THE-DECISION
               END-IF
           ELSE
               PERFORM SPELL-OUT-REASONS
               EVALUATE TRUE
                   WHEN REASONS-KNOWN = ZERO
                       ADD 1 TO NO-REASON
                       SET ADV-NO-REASON TO TRUE
                   WHEN ADDRESS-BAD
                       ADD 1 TO BAD-ADDRESSES
                       SET ADV-BAD-ADDRESS TO TRUE
                   WHEN OTHER
                       PERFORM CHECK-RECENT-NOTICE
                       IF NOTICED-RECENTLY
                           ADD 1 TO DUPS-SUPPRESSED
                           SET ADV-DUPLICATE TO TRUE
                       ELSE
                           ADD 1 TO NOTICES-SENT
                           SET ADV-NOTICE-SENT TO TRUE
                           PERFORM WRITE-LETTER
                       END-IF
               END-EVALUATE
               PERFORM LOG-THE-DECISION
           END-IF.
      *
      *    HOLD-THE-CUT -- back to ADVDECN, unchanged, for a later
      *    run; listed but not logged until it is judged.
       HOLD-THE-CUT.
           ADD 1 TO CUTS-HELD.
           WRITE HELD-REC FROM DCT-IMAGE(DC-IDX).
           PERFORM BUILD-REPORT-LINE.
           MOVE 'HELD'            TO ADR-RESULT-O.
           WRITE PRINT-REC.
      *
      *    SPELL-OUT-REASONS -- the plain-language text for each
      *    reason code; a code the table does not know is skipped.
       SPELL-OUT-REASONS.
           MOVE ZERO TO REASONS-KNOWN.
           MOVE SPACES TO REASON-TEXT-WK(1) REASON-TEXT-WK(2)
                          REASON-TEXT-WK(3).
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 3
               IF ADV-REASON-CODE(REASON-SUB) NOT = SPACES
                   SET RT-IDX TO 1
                   SEARCH REASON-TEXT-ENTRY
                       AT END CONTINUE
                       WHEN RTT-CODE(RT-IDX)
                               = ADV-REASON-CODE(REASON-SUB)
                           ADD 1 TO REASONS-KNOWN
                           MOVE RTT-TEXT(RT-IDX)
                               TO REASON-TEXT-WK(REASONS-KNOWN)
                   END-SEARCH
               END-IF
           END-PERFORM.
      *
      *    CHECK-RECENT-NOTICE -- a letter for the same kind of
      *    action to this account inside the duplicate window.
       CHECK-RECENT-NOTICE.
           MOVE 'N' TO RECENT-FOUND-FLAG.
           PERFORM VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX > RECENT-COUNT OR NOTICED-RECENTLY
               IF RNT-ACCT-NO(RN-IDX) = ADV-ACCT-NO
                   AND RNT-ACTION(RN-IDX) = ADV-ACTION
                   SET NOTICED-RECENTLY TO TRUE
               END-IF
           END-PERFORM.
      *
      *    WRITE-LETTER -- the letter, and the account and action
      *    into the recent table so the run sends no second one.
       WRITE-LETTER.
           MOVE SPACES            TO LETTER-FIELDS.
           MOVE ACCT-NO           TO ADX-ACCT-NO.
           MOVE LAST-NAME         TO ADX-LAST-NAME.
           MOVE FIRST-NAME        TO ADX-FIRST-NAME.
           MOVE STREET-ADDR       TO ADX-ADDR-LINE.
           MOVE CITY-COUNTY       TO ADX-CITY.
           MOVE USA-STATE         TO ADX-STATE.
           MOVE ZIP-CODE          TO ADX-ZIP.
           MOVE ADV-ACTION        TO ADX-ACTION.
           MOVE ADV-DECISION-DATE TO ADX-DECISION-DATE.
           MOVE ADV-AMOUNT        TO ADX-AMOUNT.
           MOVE ADV-OLD-LIMIT     TO ADX-OLD-LIMIT.
           MOVE REASON-TEXT-WK(1) TO ADX-REASON-TEXT(1).
           MOVE REASON-TEXT-WK(2) TO ADX-REASON-TEXT(2).
           MOVE REASON-TEXT-WK(3) TO ADX-REASON-TEXT(3).
           WRITE LETTER-FIELDS.
           ADD 1 TO RECENT-COUNT.
           MOVE ADV-ACCT-NO       TO RNT-ACCT-NO(RECENT-COUNT).
           MOVE ADV-ACTION        TO RNT-ACTION(RECENT-COUNT).
      *
      *    LOG-UNMATCHED-DECISIONS -- what the master pass never
      *    met names an account not on file.
       LOG-UNMATCHED-DECISIONS.
           PERFORM VARYING DC-IDX FROM 1 BY 1
               UNTIL DC-IDX > DECN-COUNT
               IF NOT DCT-JUDGED(DC-IDX)
                   MOVE 'Y'               TO DCT-DONE(DC-IDX)
                   MOVE DCT-IMAGE(DC-IDX) TO ADV-FIELDS
                   MOVE CURRENT-DATE-NUM  TO ADV-NOTICE-DATE
                   ADD 1 TO NOT-ON-FILE
                   SET ADV-NOT-ON-FILE TO TRUE
                   PERFORM LOG-THE-DECISION
               END-IF
           END-PERFORM.
      *
      *    LOG-THE-DECISION -- the report line is built before the
      *    log record is written, while ADV-FIELDS still holds it.
       LOG-THE-DECISION.
           PERFORM BUILD-REPORT-LINE.
           EVALUATE TRUE
               WHEN ADV-NOTICE-SENT
                   MOVE 'SENT'           TO ADR-RESULT-O
               WHEN ADV-DUPLICATE
                   MOVE 'DUPLICATE'      TO ADR-RESULT-O
               WHEN ADV-BAD-ADDRESS
                   MOVE 'BAD ADDRESS'    TO ADR-RESULT-O
               WHEN ADV-NOT-ON-FILE
                   MOVE 'NOT ON FILE'    TO ADR-RESULT-O
               WHEN ADV-NO-REASON
                   MOVE 'NO REASON'      TO ADR-RESULT-O
               WHEN ADV-CUT-NOT-MADE
                   MOVE 'CUT NOT MADE'   TO ADR-RESULT-O
           END-EVALUATE.
           WRITE ADV-FIELDS.
           WRITE PRINT-REC.
      *
       BUILD-REPORT-LINE.
           MOVE SPACES            TO PRINT-REC.
           MOVE ADV-ACCT-NO       TO ADR-ACCT-NO-O.
           IF ADV-LINE-CUT
               MOVE 'CUT'         TO ADR-ACTION-O
           ELSE
               MOVE 'DECL'        TO ADR-ACTION-O
           END-IF.
           MOVE ADV-DECISION-DATE TO ADR-DECN-DATE-O.
           MOVE ADV-PROGRAM       TO ADR-PROGRAM-O.
           PERFORM VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 3
               MOVE ADV-REASON-CODE(REASON-SUB)
                   TO ADR-CODE-O(REASON-SUB)
           END-PERFORM.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'ADVNOTE '        TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE DECISIONS-READ    TO LOG-RECS-IN.
           MOVE NOTICES-SENT      TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
