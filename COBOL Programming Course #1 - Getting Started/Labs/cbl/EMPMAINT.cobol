      *    A terminated employee STAYS on the master, marked with
      *    EMP-STATUS 'T' (see EMPFLDS): the payroll runs skip the
      *    record, but the year-end register still accounts for
      *    everything the employee earned.  A termination card may
      *    carry the hours worked since the last pay run; they are
      *    left in HOURS-WORKED for FINALPAY, the off-cycle final-pay
      *    run, which pays them with the unused vacation and marks
      *    the employee 'F'.  An employee already terminated cannot
      *    be terminated again.
      *
      *    An 'I' identity transaction sets the employee's social
      *    security number and mailing address, which the year-end
      *    W-2 and SSA wage file need and nothing else on the master
      *    carries.  The hire card has no room for them, so a new
      *    hire's identity card follows the hire card in the same
      *    deck: the hire is held until the next card is known, and
      *    an 'I' for the same EMP-NO is applied before the new
      *    record is written.  The SSN must be nine digits, not all
      *    zero, and the state a two-letter code.
      *
      *    Every hire and rate change also appends an entry to the
      *    rate history RATEHIST (RTHFLDS): the rate, the date it
      *    takes effect and the date it was keyed.  A rate change
      *    card may carry an effective date in the past -- a raise
      *    HR approved back-dated -- and HOURLY-RATE takes the new
      *    rate at once; RETROPAY then re-prices the periods paid
      *    since the effective date at the old rate.  A blank or
      *    zero effective date means today, and one in the future
      *    is rejected.
      *
      *    A rate change is sensitive and is never applied from the
      *    card that keys it (maker-checker, the same rule ACCTMNT
      *    keeps for LI/IR/ST).  The card carries the maker's
      *    operator ID; once validated it is held on the pending
      *    file (PENDIN -> PENDOUT, PNDFLDS) as field RT.  An 'A'
      *    approval card for the same EMP-NO, keyed by a different
      *    operator holding the pay-rate approval authority on
      *    OPERAUTH (OPRFLDS), with A (approve) or R (decline) in
      *    the first byte after the key, applies or drops it.  The
      *    rate history is written when the change is applied, so
      *    RTH-ENTERED-DATE is the approval date and RETROPAY pays
      *    back to the effective date.  A change not approved
      *    within PENDING-DAYS-LIMIT days expires.  Every change
      *    leaving the pending file goes to MCHKLOG for MCHKRPT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT MAINT-IN    ASSIGN TO EMPMNT.
           SELECT NEW-EMP-REC ASSIGN TO NEWEMP.
           SELECT AUDIT-FILE  ASSIGN TO EMPAUDIT.
           SELECT RATE-HIST   ASSIGN TO RATEHIST.
           SELECT OPER-AUTH   ASSIGN TO OPERAUTH.
           SELECT PEND-IN     ASSIGN TO PENDIN.
           SELECT PEND-OUT    ASSIGN TO PENDOUT.
           SELECT MCHK-LOG    ASSIGN TO MCHKLOG.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
      *-------------
       DATA DIVISION.
               88  EMNT-HIRE          VALUE 'H'.
               88  EMNT-TERMINATE     VALUE 'T'.
               88  EMNT-RATE-CHANGE   VALUE 'R'.
               88  EMNT-IDENTITY      VALUE 'I'.
               88  EMNT-APPROVAL      VALUE 'A'.
           05  EMNT-EMP-NO        PIC X(6).
           05  EMNT-HIRE-DATA.
               10  EMNT-NAME          PIC X(25).
               10  EMNT-RATE          PIC 9(3)V99.
               10  EMNT-FILING        PIC X(1).
               10  EMNT-BANK-ACCOUNT  PIC X(9).
               10  EMNT-EFF-DATE      PIC 9(8).
      *        EMNT-OPER-ID -- the keying operator on an 'R' rate
      *        change or an 'A' approval card.
               10  EMNT-OPER-ID       PIC X(8).
               10  FILLER             PIC X(17).
           05  EMNT-IDENTITY-DATA REDEFINES EMNT-HIRE-DATA.
               10  EMNT-SSN           PIC X(9).
               10  EMNT-SSN-NUM REDEFINES EMNT-SSN
                                      PIC 9(9).
               10  EMNT-ADDRESS       PIC X(22).
               10  EMNT-CITY          PIC X(22).
               10  EMNT-STATE         PIC X(2).
               10  EMNT-ZIP           PIC X(5).
               10  FILLER             PIC X(13).
           05  EMNT-TERM-DATA REDEFINES EMNT-HIRE-DATA.
               10  EMNT-FINAL-HOURS   PIC 9(3)V99.
               10  FILLER             PIC X(68).
           05  EMNT-APPROVAL-DATA REDEFINES EMNT-HIRE-DATA.
               10  EMNT-APPR-ACTION   PIC X(1).
                   88  EMNT-APPR-APPROVE  VALUE 'A'.
                   88  EMNT-APPR-DECLINE  VALUE 'R'.
               10  FILLER             PIC X(72).
      *
       FD  NEW-EMP-REC RECORDING MODE F.
       01  NEW-EMP-FIELDS        PIC X(114).
      *
      *    AUDIT-FILE -- one record per applied transaction with the
      *    full employee record before and after, timestamped the
           05  AUD-TIMESTAMP      PIC X(16).
           05  AUD-EMP-NO         PIC X(6).
           05  AUD-FUNCTION       PIC X(1).
           05  AUD-BEFORE-IMAGE   PIC X(114).
           05  AUD-AFTER-IMAGE    PIC X(114).
           05  FILLER             PIC X(1).
      *
      *    RATE-HIST -- cumulative; every run appends.
       FD  RATE-HIST RECORDING MODE F.
       01  RATE-HIST-FIELDS.
           COPY RTHFLDS.
      *
       FD  OPER-AUTH RECORDING MODE F.
       01  OPER-AUTH-REC.
           COPY OPRFLDS.
      *
      *    PEND-IN/PEND-OUT -- the pay-rate changes awaiting a
      *    checker; MCHK-LOG -- cumulative, every run appends.
       FD  PEND-IN RECORDING MODE F.
       01  PEND-IN-REC            PIC X(80).
      *
       FD  PEND-OUT RECORDING MODE F.
       01  PEND-FIELDS.
           COPY PNDFLDS.
      *
       FD  MCHK-LOG RECORDING MODE F.
       01  MCHK-LOG-REC           PIC X(80).
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
               88  NO-MORE-EMPLOYEES  VALUE 'Y'.
           05  MAINT-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-MAINT      VALUE 'Y'.
           05  HIRE-PENDING-FLAG  PIC X VALUE 'N'.
               88  HIRE-PENDING       VALUE 'Y'.
           05  OPER-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-OPERS      VALUE 'Y'.
           05  PEND-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PENDING    VALUE 'Y'.
           05  OPER-FOUND-FLAG    PIC X VALUE 'N'.
               88  OPER-FOUND         VALUE 'Y'.
           05  PEND-FOUND-FLAG    PIC X VALUE 'N'.
               88  PEND-FOUND         VALUE 'Y'.
      *
       01  MAINT-COUNTS.
           05  EMPLOYEES-READ     PIC S9(5) COMP-3 VALUE ZERO.
           05  HIRES-APPLIED      PIC S9(5) COMP-3 VALUE ZERO.
           05  TERMS-APPLIED      PIC S9(5) COMP-3 VALUE ZERO.
           05  RATES-APPLIED      PIC S9(5) COMP-3 VALUE ZERO.
           05  IDENTS-APPLIED     PIC S9(5) COMP-3 VALUE ZERO.
           05  MAINT-REJECTED     PIC S9(5) COMP-3 VALUE ZERO.
           05  RATES-HELD         PIC S9(5) COMP-3 VALUE ZERO.
           05  RATES-DECLINED     PIC S9(5) COMP-3 VALUE ZERO.
           05  RATES-EXPIRED      PIC S9(5) COMP-3 VALUE ZERO.
      *
       01  BEFORE-IMAGE           PIC X(114).
       01  EXC-REASON-WK          PIC X(30) VALUE SPACES.
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  RATE-EFF-DATE          PIC 9(8) VALUE ZERO.
       01  NEW-RATE-WK            PIC S9(3)V99 COMP-3 VALUE ZERO.
      *
      *    PENDING-DAYS-LIMIT -- days a held rate change waits for
      *    its checker before it expires.
       77  PENDING-DAYS-LIMIT     PIC S9(3) COMP-3 VALUE 5.
       01  TODAY-DAY-NUM          PIC S9(9) COMP VALUE ZERO.
       01  MADE-DAY-NUM           PIC S9(9) COMP VALUE ZERO.
      *
      *    OPER-TABLE -- OPERAUTH in storage with the pay-rate
      *    approval authority kept.
       01  OPER-TABLE-CTL.
           05  OPER-COUNT         PIC S9(4) COMP VALUE 0.
           05  OPER-MAX           PIC S9(4) COMP VALUE 50.
       01  OPER-TABLE.
           05  OPER-ENTRY OCCURS 50 TIMES INDEXED BY OP-IDX.
               10  OT-ID          PIC X(8).
               10  OT-APPR-PAY    PIC X(1).
       01  LOOKUP-OPER-ID         PIC X(8) VALUE SPACES.
      *
      *    PEND-TABLE -- the pending file in storage, each record
      *    whole; what is still pending at the end is written back.
       01  PEND-TABLE-CTL.
           05  PEND-COUNT         PIC S9(4) COMP VALUE 0.
           05  PEND-MAX           PIC S9(4) COMP VALUE 500.
       01  PEND-TABLE.
           05  PEND-ENTRY OCCURS 500 TIMES INDEXED BY PN-IDX.
               10  PT-IMAGE       PIC X(80).
      *
      *    PEND-VALUE-WK -- a held rate as it was keyed.
       01  PEND-VALUE-WK          PIC X(9).
       01  PEND-VALUE-RATE REDEFINES PEND-VALUE-WK.
           05  PVW-RATE-9         PIC 9(3)V99.
           05  FILLER             PIC X(4).
      *
      *    LAST-HIRE-EMP-NO -- the key of the last hire written, the
      *    same last-key check MERGEACC's PREV-IN-ACCT-NO makes, so
      *
      *    HIRE-BUILD-FIELDS -- a hire is built here under its own
      *    names (the same rename CBL0002's SRT- fields make) and
      *    written as one 114-byte move.
       01  HIRE-BUILD-FIELDS.
           05  HB-EMP-NO          PIC X(6).
           05  HB-EMP-NAME        PIC X(25).
           05  HB-FILING-STATUS   PIC X(1).
           05  HB-EMP-STATUS      PIC X(1).
           05  HB-BANK-ACCOUNT    PIC X(9).
           05  HB-VAC-BALANCE     PIC S9(3)V99 COMP-3.
           05  HB-SICK-BALANCE    PIC S9(3)V99 COMP-3.
           05  HB-SSN             PIC X(9).
           05  HB-ADDRESS         PIC X(22).
           05  HB-CITY            PIC X(22).
           05  HB-STATE           PIC X(2).
           05  HB-ZIP             PIC X(5).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE TODAY-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           OPEN EXTEND MCHK-LOG.
           PERFORM LOAD-OPER-TABLE.
           PERFORM LOAD-PEND-TABLE.
           OPEN INPUT  EMP-REC.
           OPEN INPUT  MAINT-IN.
           OPEN OUTPUT NEW-EMP-REC.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND RATE-HIST.
           OPEN OUTPUT EXCEPT-LINE.
           PERFORM READ-EMPLOYEE.
           PERFORM READ-MAINT.
           PERFORM UNTIL NO-MORE-EMPLOYEES
               PERFORM TAKE-HIRES-BEFORE-MASTER
               PERFORM MATCH-MAINT-TO-EMPLOYEE
               PERFORM WRITE-PENDING-HIRE
               MOVE EMP-FIELDS TO NEW-EMP-FIELDS
               WRITE NEW-EMP-FIELDS
               PERFORM READ-EMPLOYEE
           END-PERFORM.
           PERFORM FLUSH-REMAINING-MAINT.
           PERFORM WRITE-PENDING-HIRE.
           PERFORM WRITE-PEND-FILE.
      *
       CLOSE-STOP.
           DISPLAY 'EMPMAINT: EMPLOYEES READ  = ' EMPLOYEES-READ.
           DISPLAY 'EMPMAINT: HIRES APPLIED   = ' HIRES-APPLIED.
           DISPLAY 'EMPMAINT: TERMS APPLIED   = ' TERMS-APPLIED.
           DISPLAY 'EMPMAINT: RATES APPLIED   = ' RATES-APPLIED.
           DISPLAY 'EMPMAINT: IDENTS APPLIED  = ' IDENTS-APPLIED.
           DISPLAY 'EMPMAINT: MAINT REJECTED  = ' MAINT-REJECTED.
           DISPLAY 'EMPMAINT: RATES HELD      = ' RATES-HELD.
           DISPLAY 'EMPMAINT: RATES DECLINED  = ' RATES-DECLINED.
           DISPLAY 'EMPMAINT: RATES EXPIRED   = ' RATES-EXPIRED.
           CLOSE EMP-REC.
           CLOSE MAINT-IN.
           CLOSE NEW-EMP-REC.
           CLOSE AUDIT-FILE.
           CLOSE RATE-HIST.
           CLOSE EXCEPT-LINE.
           CLOSE MCHK-LOG.
           GOBACK.
      *
      *    TAKE-HIRES-BEFORE-MASTER -- transactions keyed below the
      *    it is the mistake.
       TAKE-HIRES-BEFORE-MASTER.
           PERFORM UNTIL NO-MORE-MAINT OR EMNT-EMP-NO >= EMP-NO
               EVALUATE TRUE
                   WHEN EMNT-HIRE
                       PERFORM APPLY-HIRE
                   WHEN EMNT-IDENTITY AND HIRE-PENDING
                       AND EMNT-EMP-NO = HB-EMP-NO
                       PERFORM APPLY-HIRE-IDENTITY
                   WHEN OTHER
                       MOVE 'NO MATCHING EMPLOYEE' TO EXC-REASON-WK
                       PERFORM WRITE-EXCEPTION
               END-EVALUATE
               PERFORM READ-MAINT
           END-PERFORM.
      *
                   WHEN EMNT-TERMINATE
                       PERFORM APPLY-TERMINATION
                   WHEN EMNT-RATE-CHANGE
                       PERFORM HOLD-RATE-CHANGE
                   WHEN EMNT-APPROVAL
                       PERFORM APPLY-RATE-APPROVAL
                   WHEN EMNT-IDENTITY
                       PERFORM APPLY-IDENTITY
                   WHEN OTHER
                       MOVE 'UNKNOWN FUNCTION CODE' TO EXC-REASON-WK
                       PERFORM WRITE-EXCEPTION
           END-PERFORM.
      *
      *    APPLY-HIRE -- a brand-new employee: validated, built,
      *    and held to be written ahead of the current master once
      *    any identity card behind it has been seen, with a blank
      *    before-image on the audit trail.
       APPLY-HIRE.
           PERFORM WRITE-PENDING-HIRE.
           IF EMNT-EMP-NO = LAST-HIRE-EMP-NO
               MOVE 'EMP-NO ALREADY ON FILE' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
               MOVE EMNT-FILING       TO HB-FILING-STATUS
               MOVE SPACE             TO HB-EMP-STATUS
               MOVE EMNT-BANK-ACCOUNT TO HB-BANK-ACCOUNT
               MOVE ZERO              TO HB-VAC-BALANCE
               MOVE ZERO              TO HB-SICK-BALANCE
               SET HIRE-PENDING TO TRUE
               MOVE EMNT-EMP-NO       TO LAST-HIRE-EMP-NO
               MOVE SPACES            TO BEFORE-IMAGE
               MOVE HIRE-BUILD-FIELDS TO AUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
               MOVE CURRENT-DATE-NUM TO RATE-EFF-DATE
               MOVE SPACES           TO RATE-HIST-FIELDS
               MOVE 'H'              TO RTH-SOURCE
               MOVE ZERO             TO RTH-PRIOR-RATE
               MOVE EMNT-RATE        TO NEW-RATE-WK
               PERFORM WRITE-RATE-HISTORY
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       WRITE-PENDING-HIRE.
           IF HIRE-PENDING
               WRITE NEW-EMP-FIELDS FROM HIRE-BUILD-FIELDS
               MOVE 'N' TO HIRE-PENDING-FLAG
           END-IF.
      *
      *    APPLY-IDENTITY/APPLY-HIRE-IDENTITY -- SSN and mailing
      *    address, on the master or on the hire still being held.
       APPLY-IDENTITY.
           PERFORM EDIT-IDENTITY.
           IF EXC-REASON-WK NOT = SPACES
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE EMP-FIELDS   TO BEFORE-IMAGE
               MOVE EMNT-SSN     TO EMP-SSN
               MOVE EMNT-ADDRESS TO EMP-ADDRESS
               MOVE EMNT-CITY    TO EMP-CITY
               MOVE EMNT-STATE   TO EMP-STATE
               MOVE EMNT-ZIP     TO EMP-ZIP
               ADD 1 TO IDENTS-APPLIED
               MOVE EMP-FIELDS   TO AUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
      *
       APPLY-HIRE-IDENTITY.
           PERFORM EDIT-IDENTITY.
           IF EXC-REASON-WK NOT = SPACES
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE HIRE-BUILD-FIELDS TO BEFORE-IMAGE
               MOVE EMNT-SSN     TO HB-SSN
               MOVE EMNT-ADDRESS TO HB-ADDRESS
               MOVE EMNT-CITY    TO HB-CITY
               MOVE EMNT-STATE   TO HB-STATE
               MOVE EMNT-ZIP     TO HB-ZIP
               ADD 1 TO IDENTS-APPLIED
               MOVE HIRE-BUILD-FIELDS TO AUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
      *
       EDIT-IDENTITY.
           MOVE SPACES TO EXC-REASON-WK.
           IF EMNT-SSN NOT NUMERIC OR EMNT-SSN-NUM = ZERO
               MOVE 'SSN NOT NINE DIGITS' TO EXC-REASON-WK
           ELSE
           IF EMNT-ADDRESS = SPACES OR EMNT-CITY = SPACES
               MOVE 'ADDRESS OR CITY IS BLANK' TO EXC-REASON-WK
           ELSE
           IF EMNT-STATE NOT ALPHABETIC-UPPER
               OR EMNT-STATE(1:1) = SPACE
               OR EMNT-STATE(2:1) = SPACE
               MOVE 'STATE NOT A TWO-LETTER CODE' TO EXC-REASON-WK
           ELSE
           IF EMNT-ZIP NOT NUMERIC
               MOVE 'ZIP NOT FIVE DIGITS' TO EXC-REASON-WK
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      *    APPLY-TERMINATION -- the final hours on the card (none
      *    if blank) replace HOURS-WORKED for the final-pay run.
       APPLY-TERMINATION.
           IF EMP-TERMINATED
               MOVE 'EMPLOYEE ALREADY TERMINATED' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE EMP-FIELDS TO BEFORE-IMAGE
               SET EMP-TERMINATED TO TRUE
               IF EMNT-FINAL-HOURS NUMERIC
                   MOVE EMNT-FINAL-HOURS TO HOURS-WORKED
               ELSE
                   MOVE ZERO TO HOURS-WORKED
               END-IF
               ADD 1 TO TERMS-APPLIED
               MOVE EMP-FIELDS TO AUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
      *
      *    HOLD-RATE-CHANGE -- a validated 'R' card goes onto the
      *    pending file for its checker; the master is untouched.
       HOLD-RATE-CHANGE.
           IF EMNT-EFF-DATE NUMERIC AND EMNT-EFF-DATE > ZERO
               MOVE EMNT-EFF-DATE    TO RATE-EFF-DATE
           ELSE
               MOVE CURRENT-DATE-NUM TO RATE-EFF-DATE
           END-IF.
           MOVE EMNT-OPER-ID TO LOOKUP-OPER-ID.
           PERFORM FIND-OPERATOR.
           PERFORM FIND-PENDING.
           IF EMNT-RATE NOT NUMERIC
               OR EMNT-RATE < RATE-FLOOR
               OR EMNT-RATE > RATE-CEILING
               MOVE 'RATE OUTSIDE PLAUSIBLE BOUNDS' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF RATE-EFF-DATE > CURRENT-DATE-NUM
               MOVE 'EFFECTIVE DATE IN THE FUTURE' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF EMNT-OPER-ID = SPACES OR NOT OPER-FOUND
               MOVE 'MAKER NOT ON OPERAUTH' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF PEND-FOUND
               MOVE 'RATE CHANGE ALREADY PENDING' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF PEND-COUNT NOT < PEND-MAX
               MOVE 'PENDING FILE FULL' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SPACES           TO PEND-FIELDS
               SET PND-EMPLOYEE      TO TRUE
               MOVE EMNT-EMP-NO      TO PND-KEY
               MOVE 'RT'             TO PND-FIELD-CODE
               MOVE EMNT-RATE        TO PVW-RATE-9
               MOVE PEND-VALUE-WK(1:5) TO PND-NEW-VALUE
               MOVE RATE-EFF-DATE    TO PND-EFF-DATE
               MOVE EMNT-OPER-ID     TO PND-MAKER-ID
               MOVE CURRENT-DATE-NUM TO PND-MADE-DATE
               MOVE ZERO             TO PND-CHECKED-DATE
               SET PND-PENDING       TO TRUE
               ADD 1 TO PEND-COUNT
               MOVE PEND-FIELDS TO PT-IMAGE(PEND-COUNT)
               ADD 1 TO RATES-HELD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      *    APPLY-RATE-APPROVAL -- an 'A' card against the rate
      *    change pending for this employee.
       APPLY-RATE-APPROVAL.
           MOVE EMNT-OPER-ID TO LOOKUP-OPER-ID.
           PERFORM FIND-OPERATOR.
           PERFORM FIND-PENDING.
           IF NOT PEND-FOUND
               MOVE 'NO PENDING CHANGE TO APPROVE' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF EMNT-OPER-ID = SPACES OR NOT OPER-FOUND
               MOVE 'CHECKER NOT ON OPERAUTH' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF EMNT-OPER-ID = PND-MAKER-ID
               MOVE 'CHECKER IS THE MAKER' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF OT-APPR-PAY(OP-IDX) NOT = 'Y'
               MOVE 'CHECKER NOT AUTHORIZED' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
           IF NOT EMNT-APPR-APPROVE AND NOT EMNT-APPR-DECLINE
               MOVE 'APPROVAL ACTION NOT A OR R' TO EXC-REASON-WK
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE EMNT-OPER-ID     TO PND-CHECKER-ID
               MOVE CURRENT-DATE-NUM TO PND-CHECKED-DATE
               IF EMNT-APPR-APPROVE
                   PERFORM APPLY-RATE-CHANGE
               ELSE
                   SET PND-REJECTED TO TRUE
                   MOVE 'DECLINED BY CHECKER' TO PND-REASON
                   ADD 1 TO RATES-DECLINED
               END-IF
               MOVE PEND-FIELDS TO PT-IMAGE(PN-IDX)
               WRITE MCHK-LOG-REC FROM PEND-FIELDS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      *    APPLY-RATE-CHANGE -- the approved rate onto the master,
      *    audited as the 'R' it was keyed as, with the rate
      *    history entry written on the day it took hold.
       APPLY-RATE-CHANGE.
           SET PND-APPLIED TO TRUE.
           MOVE PND-NEW-VALUE TO PEND-VALUE-WK.
           MOVE PVW-RATE-9    TO NEW-RATE-WK.
           MOVE PND-EFF-DATE  TO RATE-EFF-DATE.
           MOVE EMP-FIELDS TO BEFORE-IMAGE.
           MOVE SPACES      TO RATE-HIST-FIELDS.
           MOVE 'R'         TO RTH-SOURCE.
           MOVE HOURLY-RATE TO RTH-PRIOR-RATE.
           MOVE NEW-RATE-WK TO HOURLY-RATE.
           ADD 1 TO RATES-APPLIED.
           MOVE EMP-FIELDS TO AUD-AFTER-IMAGE.
           MOVE 'R'        TO EMNT-FUNCTION.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'A'        TO EMNT-FUNCTION.
           PERFORM WRITE-RATE-HISTORY.
      *
      *    FIND-OPERATOR -- LOOKUP-OPER-ID on OPER-TABLE; OP-IDX is
      *    left on the entry found.
       FIND-OPERATOR.
           MOVE 'N' TO OPER-FOUND-FLAG.
           PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPER-COUNT OR OPER-FOUND
               IF OT-ID(OP-IDX) = LOOKUP-OPER-ID
                   SET OPER-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF OPER-FOUND
               SET OP-IDX DOWN BY 1
           END-IF.
      *
      *    FIND-PENDING -- the rate change still pending for this
      *    employee, left in PEND-FIELDS with PN-IDX on its slot.
       FIND-PENDING.
           MOVE 'N' TO PEND-FOUND-FLAG.
           PERFORM VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > PEND-COUNT OR PEND-FOUND
               MOVE PT-IMAGE(PN-IDX) TO PEND-FIELDS
               IF PND-KEY = EMNT-EMP-NO
                   AND PND-PENDING
                   SET PEND-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF PEND-FOUND
               SET PN-IDX DOWN BY 1
           END-IF.
      *
       LOAD-OPER-TABLE.
           OPEN INPUT OPER-AUTH.
           PERFORM READ-OPER-AUTH
           PERFORM UNTIL NO-MORE-OPERS
               IF OPR-ID NOT = SPACES
                   AND OPER-COUNT < OPER-MAX
                   ADD 1 TO OPER-COUNT
                   MOVE OPR-ID       TO OT-ID(OPER-COUNT)
                   MOVE OPR-APPR-PAY TO OT-APPR-PAY(OPER-COUNT)
               END-IF
               PERFORM READ-OPER-AUTH
           END-PERFORM.
           CLOSE OPER-AUTH.
      *
       READ-OPER-AUTH.
           READ OPER-AUTH
               AT END SET NO-MORE-OPERS TO TRUE
           END-READ.
      *
      *    LOAD-PEND-TABLE -- a change past its holding period
      *    expires here, to the log, and is not carried; a pending
      *    file that will not fit refuses the run.
       LOAD-PEND-TABLE.
           OPEN INPUT PEND-IN.
           PERFORM READ-PENDING
           PERFORM UNTIL NO-MORE-PENDING
               MOVE PEND-IN-REC TO PEND-FIELDS
               COMPUTE MADE-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(PND-MADE-DATE)
               IF TODAY-DAY-NUM - MADE-DAY-NUM > PENDING-DAYS-LIMIT
                   SET PND-EXPIRED TO TRUE
                   MOVE CURRENT-DATE-NUM TO PND-CHECKED-DATE
                   MOVE 'EXPIRED UNAPPROVED' TO PND-REASON
                   WRITE MCHK-LOG-REC FROM PEND-FIELDS
                   ADD 1 TO RATES-EXPIRED
               ELSE
                   IF PEND-COUNT < PEND-MAX
                       ADD 1 TO PEND-COUNT
                       MOVE PEND-FIELDS TO PT-IMAGE(PEND-COUNT)
                   ELSE
                       DISPLAY 'EMPMAINT: PENDING FILE FILLED AT 500 '
                               '-- RUN REFUSED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM READ-PENDING
           END-PERFORM.
           CLOSE PEND-IN.
      *
       READ-PENDING.
           READ PEND-IN
               AT END SET NO-MORE-PENDING TO TRUE
           END-READ.
      *
       WRITE-PEND-FILE.
           OPEN OUTPUT PEND-OUT.
           PERFORM VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > PEND-COUNT
               MOVE PT-IMAGE(PN-IDX) TO PEND-FIELDS
               IF PND-PENDING
                   WRITE PEND-FIELDS
               END-IF
           END-PERFORM.
           CLOSE PEND-OUT.
      *
      *    WRITE-RATE-HISTORY -- RTH-SOURCE, RTH-PRIOR-RATE,
      *    NEW-RATE-WK and RATE-EFF-DATE are set by the caller.
       WRITE-RATE-HISTORY.
           MOVE EMNT-EMP-NO      TO RTH-EMP-NO.
           MOVE RATE-EFF-DATE    TO RTH-EFF-DATE.
           MOVE NEW-RATE-WK      TO RTH-RATE.
           MOVE CURRENT-DATE-NUM TO RTH-ENTERED-DATE.
           WRITE RATE-HIST-FIELDS.
      *
       WRITE-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-DATA TO AUD-TIMESTAMP.
      *
       FLUSH-REMAINING-MAINT.
           PERFORM UNTIL NO-MORE-MAINT
               EVALUATE TRUE
                   WHEN EMNT-HIRE
                       PERFORM APPLY-HIRE
                   WHEN EMNT-IDENTITY AND HIRE-PENDING
                       AND EMNT-EMP-NO = HB-EMP-NO
                       PERFORM APPLY-HIRE-IDENTITY
                   WHEN OTHER
                       MOVE 'NO MATCHING EMPLOYEE' TO EXC-REASON-WK
                       PERFORM WRITE-EXCEPTION
               END-EVALUATE
               PERFORM READ-MAINT
           END-PERFORM.
      *
