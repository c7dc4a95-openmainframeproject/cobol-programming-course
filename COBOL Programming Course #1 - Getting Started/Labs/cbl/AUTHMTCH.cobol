      *    takes: an open authorization stays counted against the
      *    account's open-to-buy until the purchase it promised
      *    either posts or stops being worth waiting for.  The auth
      *    file is sorted by account and, for each account holding
      *    one, the purchases posted since its oldest hold was
      *    approved are browsed off the keyed history index HISTIDX
      *    (HIXFLDS) -- the PROMMTCH shape:
      *
      *      - an OPEN hold is RELEASED when a purchase (a type 'C'
      *        history record) of exactly its amount posted on or
      *        identical hold tonight;
      *      - an OPEN hold older than the PARMCARD expiry days is
      *        EXPIRED -- the merchant never presented, and the
      *        customer gets their open-to-buy back.  The age is
      *        counted in business days, as the shared date service
      *        DATESVC counts them against the HOLCAL holiday
      *        calendar: merchants present on the days the card
      *        networks settle, so a weekend or a holiday must not
      *        run a hold out before its merchant could have.
      *
      *    Every hold -- released, expired, resolved earlier, or
      *    still open -- is written forward to AUTHOUT, and the
      *    night's releases and expiries are listed on AUTHRPT, whose
      *    third heading line states the business-day convention and
      *    the calendar years behind it.  A calendar DATESVC cannot
      *    load refuses the run; an age reaching past the calendar's
      *    last year is warned about and ends the step with return
      *    code 4.  Each run appends its counts and times to RUNLOG
      *    for JOBSTATS and RUNCMPR.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT AUTH-IN     ASSIGN TO AUTHFILE.
           SELECT AUTH-SORT   ASSIGN TO AUTWORK.
           SELECT AUTH-SORTED ASSIGN TO AUTSORT.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT AUTH-OUT    ASSIGN TO AUTHOUT.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT PRINT-LINE  ASSIGN TO AUTHRPT.
       01  AUTH-FIELDS.
           COPY AUTFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       FD  AUTH-OUT RECORDING MODE F.
       01  AUTH-OUT-REC           PIC X(80).
      *
      *    PARM-CARD -- the expiry horizon in business days; blank or
      *    zero refuses the run rather than expiring nothing forever
      *    or everything at once.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-EXPIRY-DAYS   PIC 9(3).
           05  FILLER             PIC X(15) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
      *    HIX-STATUS -- the index's file status; SHIST-FIELDS is the
      *    history record the browse is on.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
       01  FLAGS.
           05  AUTH-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-AUTHS      VALUE 'Y'.
      *
       01  EXPIRY-DAYS            PIC S9(3) COMP-3 VALUE ZERO.
       01  AUTH-AGE-DAYS          PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    DATE-SERVICE -- the DATESVC call area.
       01  DATE-SERVICE.
           COPY DTSFLDS.
       01  PAST-CALENDAR          PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    PUR-TABLE -- this account's type 'C' purchases gathered
      *    once per account with a used flag, so one posting can
               10  PU-USED        PIC X(1).
      *
       01  GROUP-ACCT-NO          PIC X(8) VALUE SPACES.
       01  HIST-BROWSE-START      PIC 9(8) VALUE ZERO.
      *
      *    GRP-TABLE -- the account's holds collected before any is
      *    judged, so the resolved ones can consume their purchases
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(34) VALUE
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Outcome'.
           05  FILLER         PIC X(15) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(46) VALUE
               'Hold age and expiry counted in business days; '.
           05  FILLER         PIC X(07) VALUE 'HOLCAL '.
           05  HDR-FIRST-YEAR-O PIC 9(4).
           05  FILLER         PIC X(01) VALUE '-'.
           05  HDR-LAST-YEAR-O  PIC 9(4).
           05  FILLER         PIC X(18) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           SET DTS-LOAD-CALENDAR TO TRUE.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               DISPLAY 'AUTHMTCH: NO HOLIDAY CALENDAR -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE DTS-FIRST-YEAR TO HDR-FIRST-YEAR-O.
           MOVE DTS-LAST-YEAR  TO HDR-LAST-YEAR-O.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
               ON ASCENDING KEY SRT-A-ACCT-NO
               USING AUTH-IN
               GIVING AUTH-SORTED.
           OPEN INPUT  AUTH-SORTED.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT AUTH-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
      *
      *    MATCH-AUTHS -- one account group at a time: collect the
      *    account's holds, gather its purchases since the oldest of
      *    them, let the holds already released on earlier nights
      *    consume their purchases, and only then judge tonight's
      *    open ones.
       MATCH-AUTHS.
           PERFORM READ-AUTH
           PERFORM UNTIL NO-MORE-AUTHS
               MOVE AUT-ACCT-NO TO GROUP-ACCT-NO
               PERFORM COLLECT-GROUP-HOLDS
               PERFORM GATHER-ACCOUNT-PURCHASES
               PERFORM CONSUME-FOR-RESOLVED
               PERFORM JUDGE-GROUP-HOLDS
           END-PERFORM.
               DISPLAY 'AUTHMTCH: PURCHASE TABLE FILLED AT 200 -- '
                       'SOME HOLDS JUDGED ON PARTIAL HISTORY'
           END-IF.
           IF PAST-CALENDAR > ZERO
               DISPLAY 'AUTHMTCH: ' PAST-CALENDAR ' HOLD AGES PAST '
                       'HOLCAL''S LAST YEAR -- WEEKENDS ONLY SKIPPED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE AUTH-SORTED.
           CLOSE HIST-INDEX.
           CLOSE AUTH-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-AUTH.
               ADD 1 TO AUTHS-READ
           END-IF.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at the account's
      *    first history posted on or after its oldest hold's
      *    approval and reads it; NO-MORE-HIST straight away means
      *    none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE GROUP-ACCT-NO  TO HIX-ACCT-NO.
           MOVE HIST-BROWSE-START TO HIX-POST-DATE.
           MOVE ZERO           TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           IF NOT NO-MORE-HIST
               PERFORM READ-HIST
           END-IF.
      *
      *    READ-HIST -- the next history in the browse, which ends
      *    at the account's last record.
       READ-HIST.
           READ HIST-INDEX NEXT RECORD
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               IF HIX-ACCT-NO NOT = GROUP-ACCT-NO
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
      *
      *    FIND-OLDEST-HOLD -- the earliest approval date among the
      *    account's collected holds, where its purchase browse
      *    starts.
       FIND-OLDEST-HOLD.
           MOVE 99999999 TO HIST-BROWSE-START.
           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > GRP-COUNT
               MOVE GRT-RECORD(GR-IDX) TO AUTH-WORK
               IF AUTW-AUTH-DATE < HIST-BROWSE-START
                   MOVE AUTW-AUTH-DATE TO HIST-BROWSE-START
               END-IF
           END-PERFORM.
      *
      *    GATHER-ACCOUNT-PURCHASES -- collects the type 'C'
      *    purchases this hold's account posted since its oldest
      *    hold, each with a used flag so a posting releases at most
      *    one hold; accounts with no hold are never browsed.
       GATHER-ACCOUNT-PURCHASES.
           MOVE ZERO TO PUR-COUNT.
           PERFORM FIND-OLDEST-HOLD.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-CREDIT
                   IF PUR-COUNT < PUR-MAX
                       ADD 1 TO PUR-COUNT
               END-IF
           END-PERFORM.
      *
      *    CHECK-EXPIRY -- the hold's age is the business days from
      *    its approval to today; an approval date DATESVC cannot
      *    read is past any horizon, as it always was.
       CHECK-EXPIRY.
           SET DTS-BUS-DAYS-BTWN TO TRUE.
           MOVE AUTW-AUTH-DATE   TO DTS-DATE-IN.
           MOVE CURRENT-DATE-NUM TO DTS-DATE-2.
           CALL 'DATESVC' USING DATE-SERVICE.
           IF DTS-FAILED
               MOVE 99999 TO AUTH-AGE-DAYS
           ELSE
               MOVE DTS-DAYS TO AUTH-AGE-DAYS
           END-IF.
           IF DTS-BEYOND-CALENDAR
               ADD 1 TO PAST-CALENDAR
           END-IF.
           IF AUTH-AGE-DAYS > EXPIRY-DAYS
               SET AUTW-EXPIRED TO TRUE
               MOVE CURRENT-DATE-NUM TO AUTW-RESOLVED-DATE
           MOVE AUTW-AUTH-DATE TO AUR-AUTH-DATE-O.
           WRITE PRINT-REC.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'AUTHMTCH'        TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE AUTHS-READ        TO LOG-RECS-IN.
           COMPUTE LOG-RECS-OUT = AUTHS-RELEASED + AUTHS-EXPIRED.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
