      *        LI  ACCT-LIMIT        IR  INT-RATE
      *        ST  ACCOUNT-STATUS (A or S only -- closing an account
      *            goes through CLOSEACC's workflow, not here)
      *        EE  ACCT-EMPLOYEE-FLAG (Y marks an employee's account,
      *            blank clears it)
      *
      *    LI carries 9 digits (9999999.99 implied) and IR 4 digits
      *    (9.999 implied), both left-justified in the value field and
      *    of the full master record to AUDITFIL; transactions naming
      *    an unknown account or field, or carrying a bad value, are
      *    listed on EXCPRINT and applied nowhere.
      *
      *    LI, IR and ST are sensitive and are never applied from
      *    the card that keys them (maker-checker).  The maker's
      *    operator ID rides in the last eight bytes of the value
      *    field; the card is validated, and the change is held on
      *    the pending file (PENDIN -> PENDOUT, PNDFLDS) instead of
      *    touching the master.  It is applied by a later 'AP'
      *    approval card for the same account naming the field in
      *    the first two bytes of the value, A (approve) or R
      *    (decline) in the third, and the checker's operator ID in
      *    the same last eight bytes.  The checker must be a
      *    different operator from the maker and must hold the
      *    field's approval authority on OPERAUTH (OPRFLDS); the
      *    maker must at least be on it.  One change per account and
      *    field may be pending at a time.  A change not approved
      *    within PENDING-DAYS-LIMIT days of keying expires when the
      *    pending file is next loaded.  Every change that leaves
      *    the pending file -- applied, declined or expired -- is
      *    appended to MCHKLOG, which MCHKRPT reports with the maker
      *    and checker of each.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT AUDIT-FILE   ASSIGN TO AUDITFIL.
           SELECT EXCEPT-LINE  ASSIGN TO EXCPRINT.
           SELECT CTL-OUT      ASSIGN TO CTLOUT.
           SELECT OPER-AUTH    ASSIGN TO OPERAUTH.
           SELECT PEND-IN      ASSIGN TO PENDIN.
           SELECT PEND-OUT     ASSIGN TO PENDOUT.
           SELECT MCHK-LOG     ASSIGN TO MCHKLOG.
      *-------------
       DATA DIVISION.
      *-------------
               88  MNT-LIMIT          VALUE 'LI'.
               88  MNT-INT-RATE       VALUE 'IR'.
               88  MNT-STATUS         VALUE 'ST'.
               88  MNT-EMPLOYEE       VALUE 'EE'.
               88  MNT-APPROVAL       VALUE 'AP'.
           05  MNT-NEW-VALUE      PIC X(65).
           05  MNT-VALUE-AMOUNT REDEFINES MNT-NEW-VALUE.
               10  MNT-AMOUNT-9   PIC 9(7)V99.
           05  MNT-VALUE-RATE REDEFINES MNT-NEW-VALUE.
               10  MNT-RATE-9     PIC 9V999.
               10  FILLER         PIC X(61).
      *    MNT-VALUE-SENSITIVE -- an LI, IR, ST or AP card: the
      *    value (or, on AP, the field approved and the decision)
      *    and the keying operator's ID.
           05  MNT-VALUE-SENSITIVE REDEFINES MNT-NEW-VALUE.
               10  MNT-SENS-VALUE PIC X(9).
               10  MNT-APPR-DATA REDEFINES MNT-SENS-VALUE.
                   15  MNT-APPR-FIELD   PIC X(2).
                   15  MNT-APPR-ACTION  PIC X(1).
                       88  MNT-APPR-APPROVE VALUE 'A'.
                       88  MNT-APPR-DECLINE VALUE 'R'.
                   15  FILLER           PIC X(6).
               10  FILLER         PIC X(48).
               10  MNT-OPER-ID    PIC X(8).
           05  FILLER             PIC X(5).
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
      *    AUDIT-FILE -- one record per applied transaction: which
      *    field changed on which account, and the full master record
           05  AUD-TIMESTAMP      PIC X(16).
           05  AUD-ACCT-NO        PIC X(8).
           05  AUD-FIELD-CODE     PIC X(2).
           05  AUD-BEFORE-IMAGE   PIC X(400).
           05  AUD-AFTER-IMAGE    PIC X(400).
           05  FILLER             PIC X(6).
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       FD  CTL-OUT RECORDING MODE F.
       01  CTL-OUT-FIELDS.
           COPY CTLFLDS.
      *
       FD  OPER-AUTH RECORDING MODE F.
       01  OPER-AUTH-REC.
           COPY OPRFLDS.
      *
      *    PEND-IN/PEND-OUT -- the account changes awaiting a
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
       WORKING-STORAGE SECTION.
       01  FLAGS.
               88  NO-MORE-MASTERS    VALUE 'Y'.
           05  MAINT-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-MAINT      VALUE 'Y'.
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
           05  MASTERS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  MAINT-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  MAINT-APPLIED      PIC S9(7) COMP-3 VALUE ZERO.
           05  MAINT-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-HELD       PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-APPROVED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-DECLINED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-EXPIRED    PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  BEFORE-IMAGE           PIC X(400).
      *
      *    AUDIT-FIELD-WK -- the field code the audit record names:
      *    the card's own, or on an approval the field approved.
       01  AUDIT-FIELD-WK         PIC X(2) VALUE SPACES.
      *
      *    PENDING-DAYS-LIMIT -- days a held change waits for its
      *    checker before it expires.
       77  PENDING-DAYS-LIMIT     PIC S9(3) COMP-3 VALUE 5.
       01  TODAY-DAY-NUM          PIC S9(9) COMP VALUE ZERO.
       01  MADE-DAY-NUM           PIC S9(9) COMP VALUE ZERO.
      *
      *    OPER-TABLE -- OPERAUTH in storage, the same load AGENTBAL
      *    makes, with the approval authorities kept.
       01  OPER-TABLE-CTL.
           05  OPER-COUNT         PIC S9(4) COMP VALUE 0.
           05  OPER-MAX           PIC S9(4) COMP VALUE 50.
       01  OPER-TABLE.
           05  OPER-ENTRY OCCURS 50 TIMES INDEXED BY OP-IDX.
               10  OT-ID          PIC X(8).
               10  OT-APPR-LIMIT  PIC X(1).
               10  OT-APPR-RATE   PIC X(1).
               10  OT-APPR-STATUS PIC X(1).
       01  LOOKUP-OPER-ID         PIC X(8) VALUE SPACES.
      *
      *    PEND-TABLE -- the pending file in storage, each record
      *    whole; changes held this run are added, and whatever is
      *    still pending at the end is written back out.
       01  PEND-TABLE-CTL.
           05  PEND-COUNT         PIC S9(4) COMP VALUE 0.
           05  PEND-MAX           PIC S9(4) COMP VALUE 500.
       01  PEND-TABLE.
           05  PEND-ENTRY OCCURS 500 TIMES INDEXED BY PN-IDX.
               10  PT-IMAGE       PIC X(80).
       01  LOOKUP-FIELD-CODE      PIC X(2) VALUE SPACES.
      *
      *    PEND-VALUE-WK -- a held value seen as the amount or the
      *    rate it was keyed as.
       01  PEND-VALUE-WK          PIC X(9).
       01  PEND-VALUE-AMOUNT REDEFINES PEND-VALUE-WK.
           05  PVW-AMOUNT-9       PIC 9(7)V99.
       01  PEND-VALUE-RATE REDEFINES PEND-VALUE-WK.
           05  PVW-RATE-9         PIC 9V999.
           05  FILLER             PIC X(5).
      *
       01  NEW-MASTER-TOTALS.
           05 NEW-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE TODAY-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           OPEN EXTEND MCHK-LOG.
           PERFORM LOAD-OPER-TABLE.
           PERFORM LOAD-PEND-TABLE.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  MAINT-IN.
           OPEN OUTPUT NEW-ACCT-REC.
           END-PERFORM.
           PERFORM FLUSH-REMAINING-MAINT.
           PERFORM WRITE-MASTER-CONTROL.
           PERFORM WRITE-PEND-FILE.
      *
       CLOSE-STOP.
           DISPLAY 'ACCTMNT: MASTERS READ      = ' MASTERS-READ.
           DISPLAY 'ACCTMNT: MAINT READ        = ' MAINT-READ.
           DISPLAY 'ACCTMNT: MAINT APPLIED     = ' MAINT-APPLIED.
           DISPLAY 'ACCTMNT: MAINT REJECTED    = ' MAINT-REJECTED.
           DISPLAY 'ACCTMNT: CHANGES HELD      = ' CHANGES-HELD.
           DISPLAY 'ACCTMNT: CHANGES APPROVED  = ' CHANGES-APPROVED.
           DISPLAY 'ACCTMNT: CHANGES DECLINED  = ' CHANGES-DECLINED.
           DISPLAY 'ACCTMNT: CHANGES EXPIRED   = ' CHANGES-EXPIRED.
           CLOSE ACCT-REC.
           CLOSE MAINT-IN.
           CLOSE NEW-ACCT-REC.
           CLOSE AUDIT-FILE.
           CLOSE EXCEPT-LINE.
           CLOSE MCHK-LOG.
           GOBACK.
      *
      *
      *    several transactions hit the same account in one run.
       APPLY-ONE-MAINT.
           MOVE ACCT-FIELDS TO BEFORE-IMAGE.
           MOVE MNT-FIELD-CODE TO AUDIT-FIELD-WK.
           EVALUATE TRUE
               WHEN MNT-LAST-NAME
                   IF MNT-NEW-VALUE = SPACES
                   PERFORM WRITE-AUDIT-RECORD
               WHEN MNT-LIMIT
                   IF MNT-AMOUNT-9 NUMERIC
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       MOVE 'NEW LIMIT NOT NUMERIC' TO EXC-REASON-O
                       PERFORM WRITE-EXCEPTION
                   END-IF
               WHEN MNT-INT-RATE
                   IF MNT-RATE-9 NUMERIC
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       MOVE 'NEW RATE NOT NUMERIC' TO EXC-REASON-O
                       PERFORM WRITE-EXCEPTION
               WHEN MNT-STATUS
                   IF MNT-NEW-VALUE(1:1) = 'A'
                       OR MNT-NEW-VALUE(1:1) = 'S'
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       MOVE 'STATUS MUST BE A OR S' TO EXC-REASON-O
                       PERFORM WRITE-EXCEPTION
                   END-IF
               WHEN MNT-EMPLOYEE
                   IF MNT-NEW-VALUE(1:1) = 'Y'
                       OR MNT-NEW-VALUE(1:1) = SPACE
                       MOVE MNT-NEW-VALUE(1:1) TO ACCT-EMPLOYEE-FLAG
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       MOVE 'EMPLOYEE FLAG NOT Y OR BLANK'
                           TO EXC-REASON-O
                       PERFORM WRITE-EXCEPTION
                   END-IF
               WHEN MNT-APPROVAL
                   PERFORM APPLY-APPROVAL
               WHEN OTHER
                   MOVE 'UNKNOWN FIELD CODE' TO EXC-REASON-O
                   PERFORM WRITE-EXCEPTION
           ADD 1 TO MAINT-APPLIED.
           MOVE WS-CURRENT-DATE-DATA TO AUD-TIMESTAMP.
           MOVE MNT-ACCT-NO          TO AUD-ACCT-NO.
           MOVE AUDIT-FIELD-WK       TO AUD-FIELD-CODE.
           MOVE BEFORE-IMAGE         TO AUD-BEFORE-IMAGE.
           MOVE ACCT-FIELDS          TO AUD-AFTER-IMAGE.
           WRITE AUDIT-REC.
      *
      *    HOLD-FOR-APPROVAL -- a validated LI/IR/ST card goes onto
      *    the pending file, not the master.
       HOLD-FOR-APPROVAL.
           MOVE MNT-OPER-ID    TO LOOKUP-OPER-ID.
           PERFORM FIND-OPERATOR.
           MOVE MNT-FIELD-CODE TO LOOKUP-FIELD-CODE.
           PERFORM FIND-PENDING.
           IF MNT-OPER-ID = SPACES OR NOT OPER-FOUND
               MOVE 'MAKER NOT ON OPERAUTH' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
           IF PEND-FOUND
               MOVE 'CHANGE ALREADY PENDING' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
           IF PEND-COUNT NOT < PEND-MAX
               MOVE 'PENDING FILE FULL' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE SPACES           TO PEND-FIELDS
               SET PND-ACCOUNT       TO TRUE
               MOVE MNT-ACCT-NO      TO PND-KEY
               MOVE MNT-FIELD-CODE   TO PND-FIELD-CODE
               MOVE MNT-SENS-VALUE   TO PND-NEW-VALUE
               MOVE ZERO             TO PND-EFF-DATE
               MOVE MNT-OPER-ID      TO PND-MAKER-ID
               MOVE CURRENT-DATE-NUM TO PND-MADE-DATE
               MOVE ZERO             TO PND-CHECKED-DATE
               SET PND-PENDING       TO TRUE
               ADD 1 TO PEND-COUNT
               MOVE PEND-FIELDS TO PT-IMAGE(PEND-COUNT)
               ADD 1 TO CHANGES-HELD
           END-IF
           END-IF
           END-IF.
      *
      *    APPLY-APPROVAL -- an AP card against the change pending
      *    for this account and field.  Approved, the held value is
      *    applied and audited as the field itself; declined, it is
      *    dropped.  Either way it goes to the log with both IDs.
       APPLY-APPROVAL.
           MOVE MNT-OPER-ID    TO LOOKUP-OPER-ID.
           PERFORM FIND-OPERATOR.
           MOVE MNT-APPR-FIELD TO LOOKUP-FIELD-CODE.
           PERFORM FIND-PENDING.
           IF NOT PEND-FOUND
               MOVE 'NO PENDING CHANGE TO APPROVE' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
           IF MNT-OPER-ID = SPACES OR NOT OPER-FOUND
               MOVE 'CHECKER NOT ON OPERAUTH' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
           IF MNT-OPER-ID = PND-MAKER-ID
               MOVE 'CHECKER IS THE MAKER' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
           IF (PND-FIELD-CODE = 'LI'
                   AND OT-APPR-LIMIT(OP-IDX) NOT = 'Y')
               OR (PND-FIELD-CODE = 'IR'
                   AND OT-APPR-RATE(OP-IDX) NOT = 'Y')
               OR (PND-FIELD-CODE = 'ST'
                   AND OT-APPR-STATUS(OP-IDX) NOT = 'Y')
               MOVE 'CHECKER NOT AUTHORIZED' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
           IF NOT MNT-APPR-APPROVE AND NOT MNT-APPR-DECLINE
               MOVE 'APPROVAL ACTION NOT A OR R' TO EXC-REASON-O
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MNT-OPER-ID      TO PND-CHECKER-ID
               MOVE CURRENT-DATE-NUM TO PND-CHECKED-DATE
               IF MNT-APPR-APPROVE
                   PERFORM APPLY-HELD-VALUE
               ELSE
                   SET PND-REJECTED TO TRUE
                   MOVE 'DECLINED BY CHECKER' TO PND-REASON
                   ADD 1 TO CHANGES-DECLINED
               END-IF
               MOVE PEND-FIELDS TO PT-IMAGE(PN-IDX)
               WRITE MCHK-LOG-REC FROM PEND-FIELDS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       APPLY-HELD-VALUE.
           SET PND-APPLIED TO TRUE.
           ADD 1 TO CHANGES-APPROVED.
           MOVE PND-FIELD-CODE TO AUDIT-FIELD-WK.
           MOVE PND-NEW-VALUE  TO PEND-VALUE-WK.
           EVALUATE PND-FIELD-CODE
               WHEN 'LI'
                   MOVE PVW-AMOUNT-9 TO ACCT-LIMIT
               WHEN 'IR'
                   MOVE PVW-RATE-9   TO INT-RATE
               WHEN 'ST'
                   MOVE PEND-VALUE-WK(1:1) TO ACCOUNT-STATUS
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.
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
      *    FIND-PENDING -- the change still pending for this account
      *    and LOOKUP-FIELD-CODE, left in PEND-FIELDS with PN-IDX on
      *    its slot.
       FIND-PENDING.
           MOVE 'N' TO PEND-FOUND-FLAG.
           PERFORM VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > PEND-COUNT OR PEND-FOUND
               MOVE PT-IMAGE(PN-IDX) TO PEND-FIELDS
               IF PND-KEY = MNT-ACCT-NO
                   AND PND-FIELD-CODE = LOOKUP-FIELD-CODE
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
                   MOVE OPR-ID          TO OT-ID(OPER-COUNT)
                   MOVE OPR-APPR-LIMIT  TO OT-APPR-LIMIT(OPER-COUNT)
                   MOVE OPR-APPR-RATE   TO OT-APPR-RATE(OPER-COUNT)
                   MOVE OPR-APPR-STATUS TO OT-APPR-STATUS(OPER-COUNT)
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
      *    expires here, to the log, and is not carried.  A pending
      *    file that will not fit refuses the run: a held change
      *    dropped would be lost without trace.
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
                   ADD 1 TO CHANGES-EXPIRED
               ELSE
                   IF PEND-COUNT < PEND-MAX
                       ADD 1 TO PEND-COUNT
                       MOVE PEND-FIELDS TO PT-IMAGE(PEND-COUNT)
                   ELSE
                       DISPLAY 'ACCTMNT: PENDING FILE FILLED AT 500 '
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
       FLUSH-REMAINING-MAINT.
           PERFORM UNTIL NO-MORE-MAINT
