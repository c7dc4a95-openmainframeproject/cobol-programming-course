      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCREVW.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    ACCREVW is the nightly review of who looked at which
      *    customer's account, for the privacy officer.  Its input
      *    is ACCLOG (ALGFLDS): one record for every account the
      *    online inquiries (AGENTINQ, CBLDB26) put on a screen,
      *    drained there by ACCQDRN, and for every account the batch
      *    CBLDB31 listed.  Three kinds of lookup are flagged:
      *
      *      - EMPLOYEE ACCT -- any look at an account ACCTREC marks
      *        as an employee's (ACCT-EMPLOYEE-FLAG), a line of a
      *        surname list included, since the balance is on it;
      *      - NO CONTACT -- a full single-account look (a D view)
      *        at an account with no contact activity on the day of
      *        the look: no call on the account in the phone
      *        system's CALLLOG (CLGFLDS) and no collections attempt
      *        on it in TRACKF;
      *      - VOLUME -- an operator whose full single-account looks
      *        far exceed the calls CALLLOG says they handled: more
      *        than PARM-CALL-RATIO looks per call, once they have
      *        made at least PARM-LOOKUP-FLOOR looks.  An operator
      *        with no calls at all is judged against zero.
      *
      *    Surname-list lines (L views) are not judged on contact or
      *    volume: one surname search lists up to ten strangers, and
      *    flagging each would bury the looks that matter.  IVR
      *    self-service answers (S views, logged by IVRINQ) are not
      *    reviewed at all -- the caller is the verified account
      *    holder, not an operator -- and are only counted.
      *
      *    The report (ACCRPT) lists each flagged lookup in the order
      *    it was made, then every operator with a look on the log:
      *    full looks, list lines, calls handled, and the operator's
      *    employee and no-contact flags, with VOLUME marked where it
      *    applies.  PARMCARD carries the ratio in bytes 1-2 and the
      *    floor in bytes 3-6; zero or blank means 3 looks per call
      *    and a floor of 25.
      *
      *    ACCLOG and CALLLOG cover the same day's work; the JCL
      *    keeps ACCLOG whole on ACCHIST and empties it only after a
      *    clean review, so a night missed is reviewed, date by
      *    date, with the next.  TRACKF is cumulative, so only the
      *    attempts from the earliest look on ACCLOG onward are
      *    loaded -- which is why ACCLOG is read twice.  A table that
      *    will not hold the night refuses the run with return code
      *    8 rather than report an account as uncontacted, or an
      *    operator as unflagged, on half the facts.  The run logs
      *    to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG  ASSIGN TO ACCLOG.
           SELECT CALL-LOG    ASSIGN TO CALLLOG.
           SELECT TRACK-IN    ASSIGN TO TRACKF.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT PRINT-LINE  ASSIGN TO ACCRPT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCESS-LOG RECORDING MODE F.
       01  ACCESS-LOG-REC.
           COPY ALGFLDS.
      *
       FD  CALL-LOG RECORDING MODE F.
       01  CALL-LOG-REC.
           COPY CLGFLDS.
      *
      *    TRACK-IN -- OUTREACH's attempt records; see OUTRESCL for
      *    the layout's aging rules.
       FD  TRACK-IN RECORDING MODE F.
       01  TRACK-REC.
           05  ATT-ACCT-NO        PIC X(8).
           05  ATT-DATE           PIC 9(8).
           05  ATT-CHANNEL        PIC X(1).
           05  ATT-RESULT         PIC X(2).
           05  FILLER             PIC X(61).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    PARM-CARD -- looks allowed per call handled, and the
      *    looks an operator must make before the ratio is applied.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-CALL-RATIO    PIC 9(2).
           05  PARM-LOOKUP-FLOOR  PIC 9(4).
           05  FILLER             PIC X(74).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  ACCESS-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-ACCESS     VALUE 'Y'.
           05  CALL-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CALLS      VALUE 'Y'.
           05  TRACK-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-TRACK      VALUE 'Y'.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCTS      VALUE 'Y'.
           05  PARM-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-PARM-CARD       VALUE 'Y'.
           05  OPER-FOUND-FLAG    PIC X VALUE 'N'.
               88  OPER-FOUND         VALUE 'Y'.
           05  EMPL-FOUND-FLAG    PIC X VALUE 'N'.
               88  EMPL-FOUND         VALUE 'Y'.
           05  CONTACT-FOUND-FLAG PIC X VALUE 'N'.
               88  CONTACT-FOUND      VALUE 'Y'.
           05  REFUSED-FLAG       PIC X VALUE 'N'.
               88  RUN-REFUSED        VALUE 'Y'.
      *
       01  REVIEW-RULES.
           05  CALL-RATIO         PIC S9(3) COMP-3 VALUE 3.
           05  LOOKUP-FLOOR       PIC S9(5) COMP-3 VALUE 25.
           05  LOOKUP-ALLOWANCE   PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  REVIEW-COUNTS.
           05  ACCESS-READ        PIC S9(7) COMP-3 VALUE ZERO.
           05  CALLS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  FLAGS-WRITTEN      PIC S9(7) COMP-3 VALUE ZERO.
           05  EMPL-FLAGS         PIC S9(7) COMP-3 VALUE ZERO.
           05  NOCONTACT-FLAGS    PIC S9(7) COMP-3 VALUE ZERO.
           05  VOLUME-FLAGS       PIC S9(7) COMP-3 VALUE ZERO.
           05  SELF-SERVICE-LOOKS PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    FIRST-LOOK-DATE/LAST-LOOK-DATE -- the span of days on
      *    ACCLOG, found on the first pass.
       01  FIRST-LOOK-DATE        PIC 9(8) VALUE ZERO.
       01  LAST-LOOK-DATE         PIC 9(8) VALUE ZERO.
       01  LOOKUP-OPER-ID         PIC X(8) VALUE SPACES.
       01  FLAG-REASON-WK         PIC X(14) VALUE SPACES.
      *
      *    OPER-TABLE -- every operator on CALLLOG or ACCLOG, with
      *    the calls handled and the looks made.
       01  OPER-TABLE-CTL.
           05  OPER-COUNT         PIC S9(4) COMP VALUE 0.
           05  OPER-MAX           PIC S9(4) COMP VALUE 200.
       01  OPER-TABLE.
           05  OPER-ENTRY OCCURS 200 TIMES INDEXED BY OP-IDX.
               10  OT-ID          PIC X(8).
               10  OT-CALLS       PIC S9(7) COMP-3.
               10  OT-LOOKUPS     PIC S9(7) COMP-3.
               10  OT-LISTED      PIC S9(7) COMP-3.
               10  OT-EMPL-FLAGS  PIC S9(7) COMP-3.
               10  OT-NOCON-FLAGS PIC S9(7) COMP-3.
      *
      *    EMPL-TABLE -- the employee accounts on ACCTREC.
       01  EMPL-TABLE-CTL.
           05  EMPL-COUNT         PIC S9(4) COMP VALUE 0.
           05  EMPL-MAX           PIC S9(4) COMP VALUE 2000.
       01  EMPL-TABLE.
           05  EMPL-ENTRY OCCURS 2000 TIMES INDEXED BY EM-IDX.
               10  ET-ACCT-NO     PIC X(8).
      *
      *    CONTACT-TABLE -- each account and day with contact
      *    activity: a call on CALLLOG or an attempt on TRACKF.
       01  CONTACT-TABLE-CTL.
           05  CONTACT-COUNT      PIC S9(5) COMP VALUE 0.
           05  CONTACT-MAX        PIC S9(5) COMP VALUE 20000.
       01  CONTACT-TABLE.
           05  CONTACT-ENTRY OCCURS 20000 TIMES INDEXED BY CT-IDX.
               10  CT-ACCT-NO     PIC X(8).
               10  CT-DATE        PIC 9(8).
       01  CONTACT-KEY-WK.
           05  CK-ACCT-NO         PIC X(8).
           05  CK-DATE            PIC 9(8).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
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
       01  HEADER-1.
           05  FILLER         PIC X(35) VALUE
               'Online Account Access Review, Run '.
           05  HDR-RUN-DATE-O PIC 9(8).
           05  FILLER         PIC X(37) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(17) VALUE 'Looks logged from'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  HDR-FIRST-O    PIC 9(8).
           05  FILLER         PIC X(04) VALUE ' to '.
           05  HDR-LAST-O     PIC 9(8).
           05  FILLER         PIC X(12) VALUE ';  records '.
           05  HDR-READ-O     PIC ZZZ,ZZ9.
           05  FILLER         PIC X(23) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(40) VALUE
               'Flagged lookups, in the order made'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  HEADER-4.
           05  FILLER         PIC X(10) VALUE 'Operator'.
           05  FILLER         PIC X(06) VALUE 'Term'.
           05  FILLER         PIC X(06) VALUE 'Tran'.
           05  FILLER         PIC X(10) VALUE 'Program'.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(09) VALUE 'Date'.
           05  FILLER         PIC X(08) VALUE 'Time'.
           05  FILLER         PIC X(03) VALUE 'V'.
           05  FILLER         PIC X(18) VALUE 'Flag'.
      *
       01  FLAG-LINE.
           05  FLL-OPERATOR-O     PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLL-TERMINAL-O     PIC X(4).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLL-TRANSACTION-O  PIC X(4).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLL-PROGRAM-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLL-DATE-O         PIC 9(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FLL-TIME-O         PIC 9(6).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLL-VIEW-O         PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FLL-REASON-O       PIC X(14).
           05  FILLER             PIC X(04) VALUE SPACES.
      *
       01  NO-FLAGS-LINE.
           05  FILLER         PIC X(40) VALUE
               '  (no lookups flagged)'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  HEADER-5.
           05  FILLER         PIC X(40) VALUE
               'Operators -- looks against calls handled'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  HEADER-6.
           05  FILLER         PIC X(08) VALUE 'Operator'.
           05  FILLER         PIC X(09) VALUE '    Looks'.
           05  FILLER         PIC X(09) VALUE '   Listed'.
           05  FILLER         PIC X(09) VALUE '    Calls'.
           05  FILLER         PIC X(09) VALUE ' Employee'.
           05  FILLER         PIC X(09) VALUE ' No Cntct'.
           05  FILLER         PIC X(27) VALUE SPACES.
      *
       01  OPER-LINE.
           05  OPL-OPERATOR-O     PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OPL-LOOKUPS-O      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OPL-LISTED-O       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OPL-CALLS-O        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OPL-EMPL-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OPL-NOCON-O        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  OPL-VOLUME-O       PIC X(06).
           05  FILLER             PIC X(19) VALUE SPACES.
      *
       01  RULE-LINE.
           05  FILLER         PIC X(20) VALUE
               'VOLUME = more than '.
           05  RUL-RATIO-O    PIC ZZ9.
           05  FILLER         PIC X(31) VALUE
               ' looks per call, after at least'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  RUL-FLOOR-O    PIC Z,ZZ9.
           05  FILLER         PIC X(06) VALUE ' looks'.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  BLANK-LINE             PIC X(80) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-EMPL-TABLE.
           PERFORM LOAD-CALL-LOG.
           PERFORM FIND-LOOK-DATES.
           PERFORM LOAD-TRACK-ATTEMPTS.
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           OPEN INPUT  ACCESS-LOG.
           OPEN OUTPUT PRINT-LINE.
      *
       REVIEW-LOOKUPS.
           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE-O.
           MOVE FIRST-LOOK-DATE TO HDR-FIRST-O.
           MOVE LAST-LOOK-DATE  TO HDR-LAST-O.
           MOVE ACCESS-READ     TO HDR-READ-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-3.
           WRITE PRINT-REC FROM HEADER-4.
           MOVE ZERO TO ACCESS-READ.
           PERFORM READ-ACCESS
           PERFORM UNTIL NO-MORE-ACCESS
               IF ALG-SELF-SERVICE-VIEW
                   ADD 1 TO SELF-SERVICE-LOOKS
               ELSE
                   PERFORM REVIEW-ONE-LOOKUP
               END-IF
               PERFORM READ-ACCESS
           END-PERFORM.
           IF FLAGS-WRITTEN = ZERO
               WRITE PRINT-REC FROM NO-FLAGS-LINE
           END-IF.
      *
       PRINT-OPERATORS.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-5.
           MOVE CALL-RATIO   TO RUL-RATIO-O.
           MOVE LOOKUP-FLOOR TO RUL-FLOOR-O.
           WRITE PRINT-REC FROM RULE-LINE.
           WRITE PRINT-REC FROM HEADER-6.
           PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPER-COUNT
               IF OT-LOOKUPS(OP-IDX) > ZERO
                   OR OT-LISTED(OP-IDX) > ZERO
                   PERFORM WRITE-OPER-LINE
               END-IF
           END-PERFORM.
      *
       CLOSE-STOP.
           DISPLAY 'ACCREVW: LOG RECORDS READ  = ' ACCESS-READ.
           DISPLAY 'ACCREVW: CALLS READ        = ' CALLS-READ.
           DISPLAY 'ACCREVW: EMPLOYEE LOOKUPS  = ' EMPL-FLAGS.
           DISPLAY 'ACCREVW: NO-CONTACT LOOKUPS= ' NOCONTACT-FLAGS.
           DISPLAY 'ACCREVW: VOLUME OPERATORS  = ' VOLUME-FLAGS.
           DISPLAY 'ACCREVW: IVR SELF-SERVICE  = ' SELF-SERVICE-LOOKS.
           CLOSE ACCESS-LOG.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    READ-PARM-CARD -- the ratio and the floor; a missing card
      *    or a zero or non-numeric value keeps the default.
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END SET NO-PARM-CARD TO TRUE
           END-READ.
           IF NOT NO-PARM-CARD
               IF PARM-CALL-RATIO NUMERIC
                   AND PARM-CALL-RATIO > ZERO
                   MOVE PARM-CALL-RATIO TO CALL-RATIO
               END-IF
               IF PARM-LOOKUP-FLOOR NUMERIC
                   AND PARM-LOOKUP-FLOOR > ZERO
                   MOVE PARM-LOOKUP-FLOOR TO LOOKUP-FLOOR
               END-IF
           END-IF.
           CLOSE PARM-CARD.
      *
      *    LOAD-EMPL-TABLE -- every account ACCTREC marks as an
      *    employee's.
       LOAD-EMPL-TABLE.
           OPEN INPUT ACCT-REC.
           PERFORM READ-ACCT
           PERFORM UNTIL NO-MORE-ACCTS
               IF ACCT-IS-EMPLOYEE
                   IF EMPL-COUNT < EMPL-MAX
                       ADD 1 TO EMPL-COUNT
                       MOVE ACCT-NO TO ET-ACCT-NO(EMPL-COUNT)
                   ELSE
                       IF NOT RUN-REFUSED
                           DISPLAY 'ACCREVW: EMPLOYEE ACCOUNTS FILL '
                                   'THE TABLE AT 2000 -- RUN REFUSED'
                       END-IF
                       SET RUN-REFUSED TO TRUE
                   END-IF
               END-IF
               PERFORM READ-ACCT
           END-PERFORM.
           CLOSE ACCT-REC.
      *
      *    LOAD-CALL-LOG -- each operator's calls handled, and each
      *    call on an identified account as contact that day.
       LOAD-CALL-LOG.
           OPEN INPUT CALL-LOG.
           PERFORM READ-CALL
           PERFORM UNTIL NO-MORE-CALLS
               MOVE CLG-OPERATOR TO LOOKUP-OPER-ID
               PERFORM FIND-OR-ADD-OPERATOR
               IF OPER-FOUND
                   ADD 1 TO OT-CALLS(OP-IDX)
               END-IF
               IF CLG-ACCT-NO NOT = SPACES
                   MOVE CLG-ACCT-NO   TO CK-ACCT-NO
                   MOVE CLG-CALL-DATE TO CK-DATE
                   PERFORM ADD-CONTACT
               END-IF
               PERFORM READ-CALL
           END-PERFORM.
           CLOSE CALL-LOG.
      *
      *    FIND-LOOK-DATES -- the first pass over ACCLOG: the span
      *    of days it covers, so TRACKF is loaded only that far
      *    back, and every operator on it into the table, so a
      *    table too small refuses the run before the report is
      *    begun.
       FIND-LOOK-DATES.
           OPEN INPUT ACCESS-LOG.
           PERFORM READ-ACCESS
           PERFORM UNTIL NO-MORE-ACCESS
               MOVE ALG-OPERATOR TO LOOKUP-OPER-ID
               PERFORM FIND-OR-ADD-OPERATOR
               IF ALG-DATE NUMERIC
                   IF FIRST-LOOK-DATE = ZERO
                       OR ALG-DATE < FIRST-LOOK-DATE
                       MOVE ALG-DATE TO FIRST-LOOK-DATE
                   END-IF
                   IF ALG-DATE > LAST-LOOK-DATE
                       MOVE ALG-DATE TO LAST-LOOK-DATE
                   END-IF
               END-IF
               PERFORM READ-ACCESS
           END-PERFORM.
           CLOSE ACCESS-LOG.
           MOVE 'N' TO ACCESS-EOF-FLAG.
      *
      *    LOAD-TRACK-ATTEMPTS -- collections attempts from the
      *    first day on ACCLOG onward, as contact on their day; an
      *    empty ACCLOG needs none.
       LOAD-TRACK-ATTEMPTS.
           OPEN INPUT TRACK-IN.
           PERFORM READ-TRACK
           PERFORM UNTIL NO-MORE-TRACK OR FIRST-LOOK-DATE = ZERO
               IF ATT-DATE NUMERIC
                   AND ATT-DATE NOT < FIRST-LOOK-DATE
                   MOVE ATT-ACCT-NO TO CK-ACCT-NO
                   MOVE ATT-DATE    TO CK-DATE
                   PERFORM ADD-CONTACT
               END-IF
               PERFORM READ-TRACK
           END-PERFORM.
           CLOSE TRACK-IN.
      *
      *    REVIEW-ONE-LOOKUP -- the second pass: counts the look to
      *    its operator and writes a line for each flag it earns.
       REVIEW-ONE-LOOKUP.
           MOVE ALG-OPERATOR TO LOOKUP-OPER-ID.
           PERFORM FIND-OR-ADD-OPERATOR.
           IF OPER-FOUND
               IF ALG-LIST-VIEW
                   ADD 1 TO OT-LISTED(OP-IDX)
               ELSE
                   ADD 1 TO OT-LOOKUPS(OP-IDX)
               END-IF
           END-IF.
           PERFORM FIND-EMPLOYEE.
           IF EMPL-FOUND
               ADD 1 TO EMPL-FLAGS
               IF OPER-FOUND
                   ADD 1 TO OT-EMPL-FLAGS(OP-IDX)
               END-IF
               MOVE 'EMPLOYEE ACCT' TO FLAG-REASON-WK
               PERFORM WRITE-FLAG-LINE
           END-IF.
           IF NOT ALG-LIST-VIEW
               MOVE ALG-ACCT-NO TO CK-ACCT-NO
               MOVE ALG-DATE    TO CK-DATE
               PERFORM FIND-CONTACT
               IF NOT CONTACT-FOUND
                   ADD 1 TO NOCONTACT-FLAGS
                   IF OPER-FOUND
                       ADD 1 TO OT-NOCON-FLAGS(OP-IDX)
                   END-IF
                   MOVE 'NO CONTACT' TO FLAG-REASON-WK
                   PERFORM WRITE-FLAG-LINE
               END-IF
           END-IF.
      *
       WRITE-FLAG-LINE.
           MOVE ALG-OPERATOR    TO FLL-OPERATOR-O.
           MOVE ALG-TERMINAL    TO FLL-TERMINAL-O.
           MOVE ALG-TRANSACTION TO FLL-TRANSACTION-O.
           MOVE ALG-PROGRAM     TO FLL-PROGRAM-O.
           MOVE ALG-ACCT-NO     TO FLL-ACCT-NO-O.
           MOVE ALG-DATE        TO FLL-DATE-O.
           MOVE ALG-TIME        TO FLL-TIME-O.
           MOVE ALG-VIEW        TO FLL-VIEW-O.
           MOVE FLAG-REASON-WK  TO FLL-REASON-O.
           WRITE PRINT-REC FROM FLAG-LINE.
           ADD 1 TO FLAGS-WRITTEN.
      *
      *    WRITE-OPER-LINE -- VOLUME once the operator has made the
      *    floor's worth of full looks and more than the ratio
      *    allows for the calls handled.
       WRITE-OPER-LINE.
           MOVE OT-ID(OP-IDX)          TO OPL-OPERATOR-O.
           MOVE OT-LOOKUPS(OP-IDX)     TO OPL-LOOKUPS-O.
           MOVE OT-LISTED(OP-IDX)      TO OPL-LISTED-O.
           MOVE OT-CALLS(OP-IDX)       TO OPL-CALLS-O.
           MOVE OT-EMPL-FLAGS(OP-IDX)  TO OPL-EMPL-O.
           MOVE OT-NOCON-FLAGS(OP-IDX) TO OPL-NOCON-O.
           MOVE SPACES                 TO OPL-VOLUME-O.
           COMPUTE LOOKUP-ALLOWANCE = OT-CALLS(OP-IDX) * CALL-RATIO.
           IF OT-LOOKUPS(OP-IDX) NOT < LOOKUP-FLOOR
               AND OT-LOOKUPS(OP-IDX) > LOOKUP-ALLOWANCE
               MOVE 'VOLUME' TO OPL-VOLUME-O
               ADD 1 TO VOLUME-FLAGS
           END-IF.
           WRITE PRINT-REC FROM OPER-LINE.
      *
      *    FIND-OR-ADD-OPERATOR -- LOOKUP-OPER-ID on OPER-TABLE,
      *    added when new; OP-IDX is left on the entry.  A table
      *    already full refuses the run.
       FIND-OR-ADD-OPERATOR.
           MOVE 'N' TO OPER-FOUND-FLAG.
           PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPER-COUNT OR OPER-FOUND
               IF OT-ID(OP-IDX) = LOOKUP-OPER-ID
                   SET OPER-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF OPER-FOUND
               SET OP-IDX DOWN BY 1
           ELSE
               IF OPER-COUNT < OPER-MAX
                   ADD 1 TO OPER-COUNT
                   SET OP-IDX TO OPER-COUNT
                   MOVE LOOKUP-OPER-ID TO OT-ID(OP-IDX)
                   MOVE ZERO TO OT-CALLS(OP-IDX)
                                OT-LOOKUPS(OP-IDX)
                                OT-LISTED(OP-IDX)
                                OT-EMPL-FLAGS(OP-IDX)
                                OT-NOCON-FLAGS(OP-IDX)
                   SET OPER-FOUND TO TRUE
               ELSE
                   IF NOT RUN-REFUSED
                       DISPLAY 'ACCREVW: OPERATORS FILL THE TABLE '
                               'AT 200 -- RUN REFUSED'
                   END-IF
                   SET RUN-REFUSED TO TRUE
               END-IF
           END-IF.
      *
       FIND-EMPLOYEE.
           MOVE 'N' TO EMPL-FOUND-FLAG.
           PERFORM VARYING EM-IDX FROM 1 BY 1
               UNTIL EM-IDX > EMPL-COUNT OR EMPL-FOUND
               IF ET-ACCT-NO(EM-IDX) = ALG-ACCT-NO
                   SET EMPL-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
       FIND-CONTACT.
           MOVE 'N' TO CONTACT-FOUND-FLAG.
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > CONTACT-COUNT OR CONTACT-FOUND
               IF CONTACT-ENTRY(CT-IDX) = CONTACT-KEY-WK
                   SET CONTACT-FOUND TO TRUE
               END-IF
           END-PERFORM.
      *
      *    ADD-CONTACT -- CONTACT-KEY-WK onto the table once; a
      *    table already full refuses the run.
       ADD-CONTACT.
           PERFORM FIND-CONTACT.
           IF NOT CONTACT-FOUND
               IF CONTACT-COUNT < CONTACT-MAX
                   ADD 1 TO CONTACT-COUNT
                   MOVE CONTACT-KEY-WK TO CONTACT-ENTRY(CONTACT-COUNT)
               ELSE
                   IF NOT RUN-REFUSED
                       DISPLAY 'ACCREVW: CONTACTS FILL THE TABLE AT '
                               '20000 -- RUN REFUSED'
                   END-IF
                   SET RUN-REFUSED TO TRUE
               END-IF
           END-IF.
      *
       READ-ACCESS.
           READ ACCESS-LOG
               AT END SET NO-MORE-ACCESS TO TRUE
           END-READ.
           IF NOT NO-MORE-ACCESS
               ADD 1 TO ACCESS-READ
           END-IF.
      *
       READ-CALL.
           READ CALL-LOG
               AT END SET NO-MORE-CALLS TO TRUE
           END-READ.
           IF NOT NO-MORE-CALLS
               ADD 1 TO CALLS-READ
           END-IF.
      *
       READ-TRACK.
           READ TRACK-IN
               AT END SET NO-MORE-TRACK TO TRUE
           END-READ.
      *
       READ-ACCT.
           READ ACCT-REC
               AT END SET NO-MORE-ACCTS TO TRUE
           END-READ.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'ACCREVW'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE ACCESS-READ       TO LOG-RECS-IN.
           MOVE FLAGS-WRITTEN     TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE VOLUME-FLAGS      TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
