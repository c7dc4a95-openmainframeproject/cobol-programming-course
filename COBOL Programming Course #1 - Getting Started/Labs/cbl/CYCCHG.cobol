      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CYCCHG.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    CYCCHG moves an account to the statement cycle its
      *    customer asked for.  CYCASGN never moves a cycle once it
      *    is assigned, which keeps the twenty cycle nights level,
      *    but a customer is entitled to a due date that suits
      *    their payday; hand-editing CYCLEF gave them a short or a
      *    double month.  CYCCHG runs on each cycle night after
      *    INTACCR and FEEASSES, off the same cycle card (INTACCR's
      *    layout: the cycle closing tonight and its period dates).
      *
      *    First, every account on CYCLEF with a change pending
      *    whose CURRENT cycle closed tonight moves: its old cycle
      *    is kept as the prior cycle, the pending cycle becomes
      *    its cycle, and the day after tonight's period end is
      *    stamped as the start of its one-time transition period.
      *    The new cycle's first close then covers only the
      *    transition start through that cycle's own period end --
      *    INTACCR accrues and FEEASSES prorates its per-cycle fees
      *    on that shorter period, and STMTPRT opens the statement
      *    on it -- so nothing already billed on the old cycle is
      *    billed twice and no day goes unbilled.  The move is made
      *    before the statement run on the old cycle's closing
      *    night, so STMTPRT and STMTEXT recognise an account moved
      *    off their card's cycle that night by its prior cycle and
      *    transition start and still give it the old cycle's last
      *    statement.  Cycle '00' on the card is a whole-book night
      *    and moves nothing.
      *
      *    Then each request on CYCREQ (CCRFLDS) is edited, and a
      *    request is refused when:
      *
      *      - the account has no CYCLEF assignment, or the cycle
      *        asked for is not 01-20 or is the one it is on;
      *      - a change is already pending for the account;
      *      - the account's last accepted change was requested
      *        less than twelve months before this one;
      *      - DLQFILE shows a minimum payment past due;
      *      - PLANFILE shows an active hardship plan;
      *      - the cycle asked for is at its ceiling.
      *
      *    An accepted request is recorded on the account's CYCLEF
      *    record as pending and moves at its current cycle's next
      *    close.  A cycle's load is the accounts on it once every
      *    pending change has moved.  CCHGPARM carries the ceiling
      *    in accounts per cycle (bytes 1-5); a missing card or a
      *    zero ceiling takes a twentieth of the book plus a tenth,
      *    rounded up.  Were the delinquency or plan table to fill,
      *    a request for an account past its end is refused as not
      *    verified rather than accepted unchecked.
      *
      *    The rebuilt assignments go to CYCOUT; the job copies
      *    them back over CYCLEF and empties CYCREQ once the run
      *    ends clean.  CYCLEF too large for the assignment table
      *    would drop accounts from it, so it is reported and the
      *    run ends RETURN-CODE 8 with nothing written.  CCHGRPT
      *    lists tonight's moves and decisions, then the load per
      *    cycle night: the accounts on each cycle now, pending
      *    changes in and out, and the load they leave.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT CEIL-CARD   ASSIGN TO CCHGPARM.
           SELECT CYCLE-IN    ASSIGN TO CYCLEF.
           SELECT CYCLE-OUT   ASSIGN TO CYCOUT.
           SELECT REQ-FILE    ASSIGN TO CYCREQ.
           SELECT DLQ-FILE    ASSIGN TO DLQFILE.
           SELECT PLAN-FILE   ASSIGN TO PLANFILE.
           SELECT PRINT-LINE  ASSIGN TO CCHGRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    PARM-CARD -- the cycle card INTACCR and FEEASSES read:
      *    the cycle closing tonight in bytes 1-2 ('00' the whole
      *    book) and the period start and end dates.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-BILL-CYCLE    PIC X(2).
           05  PARM-PERIOD-START  PIC 9(8).
           05  PARM-PERIOD-END    PIC 9(8).
           05  FILLER             PIC X(62).
      *
      *    CEIL-CARD -- the ceiling in accounts per cycle, zoned.
       FD  CEIL-CARD RECORDING MODE F.
       01  CEIL-REC.
           05  CEIL-ACCOUNTS      PIC 9(5).
           05  FILLER             PIC X(75).
      *
       FD  CYCLE-IN RECORDING MODE F.
       01  CYCLE-IN-FIELDS.
           COPY CYCFLDS REPLACING LEADING ==CYC-== BY ==CYCI-==.
      *
       FD  CYCLE-OUT RECORDING MODE F.
       01  CYCLE-FIELDS.
           COPY CYCFLDS.
      *
       FD  REQ-FILE RECORDING MODE F.
       01  REQ-FIELDS.
           COPY CCRFLDS.
      *
       FD  DLQ-FILE RECORDING MODE F.
       01  DLQ-FIELDS.
           COPY DLQFLDS.
      *
       FD  PLAN-FILE RECORDING MODE F.
       01  PLAN-FIELDS.
           COPY PLNFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  CGR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CGR-FROM-O         PIC 9(2).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CGR-TO-O           PIC 9(2).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CGR-DATE-O         PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CGR-OUTCOME-O      PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CGR-REASON-O       PIC X(30).
           05  FILLER             PIC X(10) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CYCLE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-CYCLES     VALUE 'Y'.
           05  REQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-REQS       VALUE 'Y'.
           05  DLQ-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DLQ        VALUE 'Y'.
           05  PLAN-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PLANS      VALUE 'Y'.
           05  CEIL-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-CEIL-CARD       VALUE 'Y'.
           05  ASGN-CAPACITY-FLAG PIC X VALUE 'N'.
               88  ASGN-TABLE-FULL    VALUE 'Y'.
           05  DLQ-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DLQ-TABLE-FULL     VALUE 'Y'.
           05  PLAN-CAPACITY-FLAG PIC X VALUE 'N'.
               88  PLAN-TABLE-FULL    VALUE 'Y'.
           05  ASGN-FOUND-FLAG    PIC X VALUE 'N'.
               88  ACCOUNT-ASSIGNED   VALUE 'Y'.
           05  STANDING-FLAG      PIC X VALUE 'N'.
               88  STANDING-FOUND     VALUE 'Y'.
      *
       01  CHANGE-COUNTS.
           05  ASSIGNS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-MOVED      PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-ACCEPTED  PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-REFUSED   PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    ASGN-TABLE -- every CYCLEF assignment, loaded once so
      *    tonight's moves and the requests work against it and
      *    the whole file is written back from it.  Change fields
      *    still carrying spaces are loaded as zero.
       01  ASGN-CTL.
           05  ASGN-COUNT         PIC S9(4) COMP VALUE 0.
           05  ASGN-MAX           PIC S9(4) COMP VALUE 5000.
           05  ASGN-SLOT          PIC S9(4) COMP VALUE 0.
       01  ASGN-TABLE.
           05  ASGN-ENTRY OCCURS 5000 TIMES INDEXED BY AS-IDX.
               10  AST-ACCT-NO    PIC X(8).
               10  AST-CODE       PIC 9(2).
               10  AST-DATE       PIC 9(8).
               10  AST-PENDING    PIC 9(2).
               10  AST-REQ-DATE   PIC 9(8).
               10  AST-PRIOR      PIC 9(2).
               10  AST-CHANGED    PIC 9(8).
               10  AST-TRANSITION PIC 9(8).
      *
      *    DLQ-TABLE / PLAN-TABLE -- the accounts with a minimum
      *    past due and the accounts on an active hardship plan;
      *    the same bounded-table-with-a-warning treatment PROMMTCH
      *    gives payments.
       01  DLQ-CTL.
           05  DLQ-COUNT          PIC S9(4) COMP VALUE 0.
           05  DLQ-MAX            PIC S9(4) COMP VALUE 5000.
       01  DLQ-TABLE.
           05  DLQ-ENTRY OCCURS 5000 TIMES INDEXED BY DQ-IDX.
               10  DQT-ACCT-NO    PIC X(8).
       01  PLAN-CTL.
           05  PLAN-COUNT         PIC S9(4) COMP VALUE 0.
           05  PLAN-MAX           PIC S9(4) COMP VALUE 5000.
       01  PLAN-TABLE.
           05  PLAN-ENTRY OCCURS 5000 TIMES INDEXED BY PL-IDX.
               10  PLT-ACCT-NO    PIC X(8).
      *
      *    CYCLE-LOADS -- per cycle: accounts on it now, pending
      *    changes into and out of it, and the load once they move.
       01  CYCLE-LOADS.
           05  CYCLE-LOAD-ENTRY OCCURS 20 TIMES INDEXED BY CL-IDX.
               10  CLD-NOW        PIC S9(7) COMP-3.
               10  CLD-IN         PIC S9(7) COMP-3.
               10  CLD-OUT        PIC S9(7) COMP-3.
               10  CLD-LOAD       PIC S9(7) COMP-3.
      *
       01  CHANGE-WORK.
           05  BILL-CYCLE-CODE    PIC X(2) VALUE '00'.
               88  WHOLE-BOOK-RUN     VALUE '00'.
           05  TONIGHT-CYCLE      PIC 9(2) VALUE ZERO.
           05  PERIOD-END-WK      PIC 9(8) VALUE ZERO.
           05  TRANSITION-START-WK PIC 9(8) VALUE ZERO.
           05  CYCLE-CEILING      PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUEST-DATE-WK    PIC 9(8) VALUE ZERO.
           05  LAST-CHANGE-WK     PIC 9(8) VALUE ZERO.
           05  REFUSAL-WK         PIC X(30) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(34) VALUE
               'Statement-Cycle Change Requests   '.
           05  FILLER         PIC X(46) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE 'Fr'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(02) VALUE 'To'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Date    '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(10) VALUE 'Outcome   '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Reason'.
           05  FILLER         PIC X(10) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(34) VALUE
               'Load per Cycle Night              '.
           05  FILLER         PIC X(46) VALUE SPACES.
      *
       01  HEADER-4.
           05  FILLER         PIC X(02) VALUE 'Cy'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE '    Now'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE '     In'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE '    Out'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE '   Load'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(07) VALUE 'Ceiling'.
           05  FILLER         PIC X(33) VALUE SPACES.
      *
       01  LOAD-LINE.
           05  CLL-CYCLE-O    PIC 9(2).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CLL-NOW-O      PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CLL-IN-O       PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CLL-OUT-O      PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CLL-LOAD-O     PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CLL-CEILING-O  PIC ZZZZZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  CLL-FULL-O     PIC X(10).
           05  FILLER         PIC X(21) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-ASSIGNMENTS.
           IF ASGN-TABLE-FULL
               DISPLAY 'CYCCHG: ASSIGNMENT TABLE FILLED AT 5000 -- '
                       'NOTHING CHANGED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-DLQ-TABLE.
           PERFORM LOAD-PLAN-TABLE.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       MOVE-PENDING-CHANGES.
           IF NOT WHOLE-BOOK-RUN
               PERFORM VARYING AS-IDX FROM 1 BY 1
                   UNTIL AS-IDX > ASGN-COUNT
                   IF AST-CODE(AS-IDX) = TONIGHT-CYCLE
                       AND AST-PENDING(AS-IDX) > ZERO
                       PERFORM MOVE-ONE-CHANGE
                   END-IF
               END-PERFORM
           END-IF.
      *
       EDIT-REQUESTS.
           PERFORM TALLY-CYCLE-LOADS.
           PERFORM READ-CEILING-CARD.
           OPEN INPUT REQ-FILE.
           PERFORM READ-REQUEST
           PERFORM UNTIL NO-MORE-REQS
               ADD 1 TO REQUESTS-READ
               PERFORM EDIT-ONE-REQUEST
               PERFORM READ-REQUEST
           END-PERFORM.
           CLOSE REQ-FILE.
           PERFORM WRITE-ASSIGNMENTS.
           PERFORM WRITE-LOAD-REPORT.
      *
       CLOSE-STOP.
           DISPLAY 'CYCCHG: ASSIGNMENTS READ   = ' ASSIGNS-READ.
           DISPLAY 'CYCCHG: CHANGES MOVED      = ' CHANGES-MOVED.
           DISPLAY 'CYCCHG: REQUESTS READ      = ' REQUESTS-READ.
           DISPLAY 'CYCCHG: REQUESTS ACCEPTED  = ' REQUESTS-ACCEPTED.
           DISPLAY 'CYCCHG: REQUESTS REFUSED   = ' REQUESTS-REFUSED.
           DISPLAY 'CYCCHG: CYCLE CEILING      = ' CYCLE-CEILING.
           IF DLQ-TABLE-FULL
               DISPLAY 'CYCCHG: DLQ TABLE FILLED AT 5000 -- EXCESS '
                       'ACCOUNTS REFUSED AS NOT VERIFIED'
           END-IF.
           IF PLAN-TABLE-FULL
               DISPLAY 'CYCCHG: PLAN TABLE FILLED AT 5000 -- EXCESS '
                       'ACCOUNTS REFUSED AS NOT VERIFIED'
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    READ-PARM-CARD -- tonight's cycle and its period end; the
      *    transition period of an account moved tonight starts the
      *    day after it.  A period end the card leaves blank is
      *    taken as today, as INTACCR takes it.
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE '00'   TO PARM-BILL-CYCLE
                      MOVE SPACES TO PARM-PERIOD-END(1:8)
           END-READ.
           CLOSE PARM-CARD.
           IF PARM-BILL-CYCLE = SPACES
               MOVE '00' TO PARM-BILL-CYCLE
           END-IF.
           MOVE PARM-BILL-CYCLE TO BILL-CYCLE-CODE.
           IF PARM-BILL-CYCLE NUMERIC
               MOVE PARM-BILL-CYCLE TO TONIGHT-CYCLE
           ELSE
               MOVE '00' TO BILL-CYCLE-CODE
           END-IF.
           IF PARM-PERIOD-END NUMERIC AND PARM-PERIOD-END > ZERO
               MOVE PARM-PERIOD-END TO PERIOD-END-WK
           ELSE
               MOVE CURRENT-DATE-NUM TO PERIOD-END-WK
           END-IF.
           COMPUTE TRANSITION-START-WK = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(PERIOD-END-WK) + 1).
           IF WHOLE-BOOK-RUN
               DISPLAY 'CYCCHG: WHOLE-BOOK CARD -- NO CYCLE CLOSED, '
                       'NOTHING MOVED'
           END-IF.
      *
      *    READ-CEILING-CARD -- the ceiling per cycle; without one,
      *    a twentieth of the book plus a tenth, rounded up.
       READ-CEILING-CARD.
           OPEN INPUT CEIL-CARD.
           READ CEIL-CARD
               AT END SET NO-CEIL-CARD TO TRUE
           END-READ.
           CLOSE CEIL-CARD.
           IF NOT NO-CEIL-CARD
               AND CEIL-ACCOUNTS NUMERIC
               AND CEIL-ACCOUNTS > ZERO
               MOVE CEIL-ACCOUNTS TO CYCLE-CEILING
           ELSE
               COMPUTE CYCLE-CEILING =
                   (ASGN-COUNT * 11 + 199) / 200
           END-IF.
      *
       LOAD-ASSIGNMENTS.
           OPEN INPUT CYCLE-IN.
           PERFORM READ-CYCLE-RECORD
           PERFORM UNTIL NO-MORE-CYCLES
               ADD 1 TO ASSIGNS-READ
               IF ASGN-COUNT < ASGN-MAX
                   ADD 1 TO ASGN-COUNT
                   PERFORM TAKE-ASSIGNMENT
               ELSE
                   SET ASGN-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-CYCLE-RECORD
           END-PERFORM.
           CLOSE CYCLE-IN.
      *
       TAKE-ASSIGNMENT.
           MOVE CYCI-ACCT-NO       TO AST-ACCT-NO(ASGN-COUNT).
           MOVE CYCI-CODE          TO AST-CODE(ASGN-COUNT).
           MOVE CYCI-ASSIGNED-DATE TO AST-DATE(ASGN-COUNT).
           MOVE ZERO TO AST-PENDING(ASGN-COUNT).
           MOVE ZERO TO AST-REQ-DATE(ASGN-COUNT).
           MOVE ZERO TO AST-PRIOR(ASGN-COUNT).
           MOVE ZERO TO AST-CHANGED(ASGN-COUNT).
           MOVE ZERO TO AST-TRANSITION(ASGN-COUNT).
           IF CYCI-PENDING-CODE NUMERIC
               MOVE CYCI-PENDING-CODE TO AST-PENDING(ASGN-COUNT)
           END-IF.
           IF CYCI-REQUEST-DATE NUMERIC
               MOVE CYCI-REQUEST-DATE TO AST-REQ-DATE(ASGN-COUNT)
           END-IF.
           IF CYCI-PRIOR-CODE NUMERIC
               MOVE CYCI-PRIOR-CODE TO AST-PRIOR(ASGN-COUNT)
           END-IF.
           IF CYCI-CHANGED-DATE NUMERIC
               MOVE CYCI-CHANGED-DATE TO AST-CHANGED(ASGN-COUNT)
           END-IF.
           IF CYCI-TRANSITION-START NUMERIC
               MOVE CYCI-TRANSITION-START
                   TO AST-TRANSITION(ASGN-COUNT)
           END-IF.
      *
       READ-CYCLE-RECORD.
           READ CYCLE-IN
               AT END SET NO-MORE-CYCLES TO TRUE
           END-READ.
      *
       LOAD-DLQ-TABLE.
           OPEN INPUT DLQ-FILE.
           PERFORM READ-DLQ
           PERFORM UNTIL NO-MORE-DLQ
               IF DLQ-CYCLES-PAST-DUE NUMERIC
                   AND DLQ-CYCLES-PAST-DUE > ZERO
                   IF DLQ-COUNT < DLQ-MAX
                       ADD 1 TO DLQ-COUNT
                       MOVE DLQ-ACCT-NO TO DQT-ACCT-NO(DLQ-COUNT)
                   ELSE
                       SET DLQ-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-DLQ
           END-PERFORM.
           CLOSE DLQ-FILE.
      *
       READ-DLQ.
           READ DLQ-FILE
               AT END SET NO-MORE-DLQ TO TRUE
           END-READ.
      *
       LOAD-PLAN-TABLE.
           OPEN INPUT PLAN-FILE.
           PERFORM READ-PLAN
           PERFORM UNTIL NO-MORE-PLANS
               IF PLAN-ACTIVE
                   IF PLAN-COUNT < PLAN-MAX
                       ADD 1 TO PLAN-COUNT
                       MOVE PLN-ACCT-NO TO PLT-ACCT-NO(PLAN-COUNT)
                   ELSE
                       SET PLAN-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PLAN
           END-PERFORM.
           CLOSE PLAN-FILE.
      *
       READ-PLAN.
           READ PLAN-FILE
               AT END SET NO-MORE-PLANS TO TRUE
           END-READ.
      *
       READ-REQUEST.
           READ REQ-FILE
               AT END SET NO-MORE-REQS TO TRUE
           END-READ.
      *
      *    MOVE-ONE-CHANGE -- the old cycle closed tonight: the
      *    account moves to its pending cycle from tomorrow.
       MOVE-ONE-CHANGE.
           ADD 1 TO CHANGES-MOVED.
           MOVE AST-CODE(AS-IDX)    TO AST-PRIOR(AS-IDX).
           MOVE AST-PENDING(AS-IDX) TO AST-CODE(AS-IDX).
           MOVE ZERO                TO AST-PENDING(AS-IDX).
           MOVE CURRENT-DATE-NUM    TO AST-CHANGED(AS-IDX).
           MOVE TRANSITION-START-WK TO AST-TRANSITION(AS-IDX).
           MOVE SPACES              TO PRINT-REC.
           MOVE AST-ACCT-NO(AS-IDX) TO CGR-ACCT-NO-O.
           MOVE AST-PRIOR(AS-IDX)   TO CGR-FROM-O.
           MOVE AST-CODE(AS-IDX)    TO CGR-TO-O.
           MOVE TRANSITION-START-WK TO CGR-DATE-O.
           MOVE 'MOVED'             TO CGR-OUTCOME-O.
           MOVE 'TRANSITION PERIOD STARTS'
                                    TO CGR-REASON-O.
           WRITE PRINT-REC.
      *
      *    TALLY-CYCLE-LOADS -- each account counts on its cycle
      *    now, and a pending change counts out of that cycle and
      *    into the one it moves to.
       TALLY-CYCLE-LOADS.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 20
               MOVE ZERO TO CLD-NOW(CL-IDX)
               MOVE ZERO TO CLD-IN(CL-IDX)
               MOVE ZERO TO CLD-OUT(CL-IDX)
               MOVE ZERO TO CLD-LOAD(CL-IDX)
           END-PERFORM.
           PERFORM VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > ASGN-COUNT
               IF AST-CODE(AS-IDX) >= 1 AND AST-CODE(AS-IDX) <= 20
                   ADD 1 TO CLD-NOW(AST-CODE(AS-IDX))
                   IF AST-PENDING(AS-IDX) >= 1
                       AND AST-PENDING(AS-IDX) <= 20
                       ADD 1 TO CLD-OUT(AST-CODE(AS-IDX))
                       ADD 1 TO CLD-IN(AST-PENDING(AS-IDX))
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 20
               COMPUTE CLD-LOAD(CL-IDX) = CLD-NOW(CL-IDX)
                   + CLD-IN(CL-IDX) - CLD-OUT(CL-IDX)
           END-PERFORM.
      *
      *    EDIT-ONE-REQUEST -- the first rule a request breaks is
      *    the reason it is refused; one that breaks none is
      *    accepted as pending.
       EDIT-ONE-REQUEST.
           MOVE SPACES TO REFUSAL-WK.
           IF CCR-REQUEST-DATE NUMERIC AND CCR-REQUEST-DATE > ZERO
               MOVE CCR-REQUEST-DATE TO REQUEST-DATE-WK
           ELSE
               MOVE CURRENT-DATE-NUM TO REQUEST-DATE-WK
           END-IF.
           PERFORM FIND-ASSIGNMENT.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-ASSIGNED
                   MOVE 'ACCOUNT HAS NO CYCLE' TO REFUSAL-WK
               WHEN CCR-NEW-CYCLE NOT NUMERIC
                   OR CCR-NEW-CYCLE < 1 OR CCR-NEW-CYCLE > 20
                   MOVE 'CYCLE ASKED FOR NOT 01-20' TO REFUSAL-WK
               WHEN AST-PENDING(ASGN-SLOT) > ZERO
                   MOVE 'CHANGE ALREADY PENDING' TO REFUSAL-WK
               WHEN CCR-NEW-CYCLE = AST-CODE(ASGN-SLOT)
                   MOVE 'ALREADY ON THAT CYCLE' TO REFUSAL-WK
               WHEN OTHER
                   PERFORM CHECK-LAST-CHANGE
           END-EVALUATE.
           IF REFUSAL-WK = SPACES
               PERFORM CHECK-STANDING
           END-IF.
           IF REFUSAL-WK = SPACES
               AND CLD-LOAD(CCR-NEW-CYCLE) >= CYCLE-CEILING
               MOVE 'CYCLE ASKED FOR AT CEILING' TO REFUSAL-WK
           END-IF.
           MOVE SPACES           TO PRINT-REC.
           MOVE CCR-ACCT-NO      TO CGR-ACCT-NO-O.
           IF ACCOUNT-ASSIGNED
               MOVE AST-CODE(ASGN-SLOT) TO CGR-FROM-O
           ELSE
               MOVE ZERO TO CGR-FROM-O
           END-IF.
           IF CCR-NEW-CYCLE NUMERIC
               MOVE CCR-NEW-CYCLE TO CGR-TO-O
           ELSE
               MOVE ZERO TO CGR-TO-O
           END-IF.
           MOVE REQUEST-DATE-WK  TO CGR-DATE-O.
           IF REFUSAL-WK = SPACES
               PERFORM ACCEPT-REQUEST
               MOVE 'ACCEPTED'   TO CGR-OUTCOME-O
               MOVE 'MOVES AT NEXT CLOSE' TO CGR-REASON-O
           ELSE
               ADD 1 TO REQUESTS-REFUSED
               MOVE 'REFUSED'    TO CGR-OUTCOME-O
               MOVE REFUSAL-WK   TO CGR-REASON-O
           END-IF.
           WRITE PRINT-REC.
      *
       FIND-ASSIGNMENT.
           MOVE 'N'  TO ASGN-FOUND-FLAG.
           MOVE ZERO TO ASGN-SLOT.
           PERFORM VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > ASGN-COUNT OR ACCOUNT-ASSIGNED
               IF AST-ACCT-NO(AS-IDX) = CCR-ACCT-NO
                   SET ACCOUNT-ASSIGNED TO TRUE
                   SET ASGN-SLOT TO AS-IDX
               END-IF
           END-PERFORM.
      *
      *    CHECK-LAST-CHANGE -- one change per twelve months,
      *    measured between the dates the requests were taken.
       CHECK-LAST-CHANGE.
           MOVE AST-REQ-DATE(ASGN-SLOT) TO LAST-CHANGE-WK.
           IF LAST-CHANGE-WK = ZERO
               MOVE AST-CHANGED(ASGN-SLOT) TO LAST-CHANGE-WK
           END-IF.
           IF LAST-CHANGE-WK > ZERO
               AND REQUEST-DATE-WK < LAST-CHANGE-WK + 10000
               MOVE 'CHANGED WITHIN 12 MONTHS' TO REFUSAL-WK
           END-IF.
      *
      *    CHECK-STANDING -- past due or on a hardship plan; an
      *    account a full table could not show either way is not
      *    verified.
       CHECK-STANDING.
           MOVE 'N' TO STANDING-FLAG.
           PERFORM VARYING DQ-IDX FROM 1 BY 1
               UNTIL DQ-IDX > DLQ-COUNT OR STANDING-FOUND
               IF DQT-ACCT-NO(DQ-IDX) = CCR-ACCT-NO
                   SET STANDING-FOUND TO TRUE
                   MOVE 'ACCOUNT PAST DUE' TO REFUSAL-WK
               END-IF
           END-PERFORM.
           PERFORM VARYING PL-IDX FROM 1 BY 1
               UNTIL PL-IDX > PLAN-COUNT OR STANDING-FOUND
               IF PLT-ACCT-NO(PL-IDX) = CCR-ACCT-NO
                   SET STANDING-FOUND TO TRUE
                   MOVE 'ON HARDSHIP PLAN' TO REFUSAL-WK
               END-IF
           END-PERFORM.
           IF NOT STANDING-FOUND
               AND (DLQ-TABLE-FULL OR PLAN-TABLE-FULL)
               MOVE 'STANDING NOT VERIFIED' TO REFUSAL-WK
           END-IF.
      *
       ACCEPT-REQUEST.
           ADD 1 TO REQUESTS-ACCEPTED.
           MOVE CCR-NEW-CYCLE   TO AST-PENDING(ASGN-SLOT).
           MOVE REQUEST-DATE-WK TO AST-REQ-DATE(ASGN-SLOT).
           ADD 1      TO CLD-IN(CCR-NEW-CYCLE).
           ADD 1      TO CLD-LOAD(CCR-NEW-CYCLE).
           IF AST-CODE(ASGN-SLOT) >= 1 AND AST-CODE(ASGN-SLOT) <= 20
               ADD 1      TO CLD-OUT(AST-CODE(ASGN-SLOT))
               SUBTRACT 1 FROM CLD-LOAD(AST-CODE(ASGN-SLOT))
           END-IF.
      *
       WRITE-ASSIGNMENTS.
           OPEN OUTPUT CYCLE-OUT.
           PERFORM VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > ASGN-COUNT
               MOVE SPACES              TO CYCLE-FIELDS
               MOVE AST-ACCT-NO(AS-IDX) TO CYC-ACCT-NO
               MOVE AST-CODE(AS-IDX)    TO CYC-CODE
               MOVE AST-DATE(AS-IDX)    TO CYC-ASSIGNED-DATE
               MOVE AST-PENDING(AS-IDX) TO CYC-PENDING-CODE
               MOVE AST-REQ-DATE(AS-IDX) TO CYC-REQUEST-DATE
               MOVE AST-PRIOR(AS-IDX)   TO CYC-PRIOR-CODE
               MOVE AST-CHANGED(AS-IDX) TO CYC-CHANGED-DATE
               MOVE AST-TRANSITION(AS-IDX) TO CYC-TRANSITION-START
               WRITE CYCLE-FIELDS
           END-PERFORM.
           CLOSE CYCLE-OUT.
      *
       WRITE-LOAD-REPORT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM HEADER-3.
           WRITE PRINT-REC FROM HEADER-4.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 20
               SET CLL-CYCLE-O      TO CL-IDX
               MOVE CLD-NOW(CL-IDX)  TO CLL-NOW-O
               MOVE CLD-IN(CL-IDX)   TO CLL-IN-O
               MOVE CLD-OUT(CL-IDX)  TO CLL-OUT-O
               MOVE CLD-LOAD(CL-IDX) TO CLL-LOAD-O
               MOVE CYCLE-CEILING    TO CLL-CEILING-O
               IF CLD-LOAD(CL-IDX) >= CYCLE-CEILING
                   MOVE 'AT CEILING' TO CLL-FULL-O
               ELSE
                   MOVE SPACES       TO CLL-FULL-O
               END-IF
               WRITE PRINT-REC FROM LOAD-LINE
           END-PERFORM.
