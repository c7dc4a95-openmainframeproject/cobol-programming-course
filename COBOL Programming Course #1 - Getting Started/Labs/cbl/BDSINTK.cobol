      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BDSINTK.
       AUTHOR.        Otto B. Mailer.
      *--------------------
      *    BDSINTK is the intake for billing-error disputes: a
      *    customer saying one charge on their statement is wrong.
      *    DSPINTK handles disputes about our bureau reporting; this
      *    is the customer's own claim against a posted item, until
      *    now a phone note and a hand-keyed credit.  BDSIN carries
      *    one card per claim: the account, the disputed item's
      *    posting date, transaction date and amount as the
      *    statement showed them, and a short reason.
      *
      *    Each claim is edited before a case is opened, the
      *    DSPINTK gatekeeper shape: the amount must be readable,
      *    the account must exist on ACCTVSAM, the item must be on
      *    TRANHIST exactly as described, it must be a charge (a
      *    type 'C' item -- nobody disputes a payment into a
      *    credit), and a case already open on the same item is a
      *    duplicate, not a second dispute.  The cards are gathered
      *    up front and TRANHIST is passed once for all of them.
      *
      *    An accepted claim is appended to BDCASE (BDSFLDS) in
      *    open status with a resolution deadline RESOLVE-DAYS from
      *    today, and a provisional credit for the disputed amount
      *    is written to BDSTRAN in TRANFLDS format, code DSPC, for
      *    POSTACCT to post with the night's other sources.  The
      *    credit's comment carries the disputed item's posting
      *    date so BDSAGE can recognize it on TRANHIST.  Rejects go
      *    to EXCPRINT and the shared EXCPFILE with a reason code
      *    EXCPSUM can trend.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDS-IN      ASSIGN TO BDSIN.
           SELECT CASE-FILE   ASSIGN TO BDCASE.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT TRAN-OUT    ASSIGN TO BDSTRAN.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    BDS-IN -- one billing-error claim per card; read into
      *    BDS-CARD in working storage, where the claims are
      *    worked after BDSIN is closed.
       FD  BDS-IN RECORDING MODE F.
       01  BDS-IN-REC             PIC X(80).
      *
      *    CASE-FILE -- the billing-dispute case file (BDSFLDS).
       FD  CASE-FILE RECORDING MODE F.
       01  CASE-FIELDS.
           COPY BDSFLDS.
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    TRAN-OUT -- the provisional credits, in TRANFLDS format
      *    for POSTACCT.
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-FIELDS.
           COPY TRANFLDS.
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  EXC-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-ITEM-DATE-O    PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-REASON-O       PIC X(30).
           05  FILLER             PIC X(30) VALUE SPACES.
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every reject listed on EXCPRINT is also
      *    appended here with a reason code EXCPSUM can trend.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
       WORKING-STORAGE SECTION.
       01  BDS-CARD.
           05  BDC-ACCT-NO        PIC X(8).
           05  BDC-POST-DATE      PIC 9(8).
           05  BDC-TRAN-DATE      PIC X(8).
           05  BDC-AMOUNT         PIC 9(7)V99.
           05  BDC-REASON         PIC X(14).
           05  FILLER             PIC X(33).
      *
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  CASE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CASES      VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  CARD-VALID-SWITCH  PIC X VALUE 'Y'.
               88  CARD-IS-VALID      VALUE 'Y'.
           05  DUP-FOUND-FLAG     PIC X VALUE 'N'.
               88  CASE-IS-DUP        VALUE 'Y'.
           05  OPEN-CAPACITY-FLAG PIC X VALUE 'N'.
               88  OPEN-TABLE-FULL    VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
      *    RESOLVE-DAYS -- the outside limit for resolving a
      *    billing error; the deadline stamped on every new case.
       01  RESOLVE-DAYS           PIC S9(3) COMP-3 VALUE 90.
      *
       01  INTAKE-COUNTS.
           05  CLAIMS-READ        PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-OPENED       PIC S9(7) COMP-3 VALUE ZERO.
           05  CLAIMS-REJECTED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CREDIT-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *    OPEN-TABLE -- the items already under an open case on
      *    BDCASE, loaded up front so a second claim on the same
      *    item is caught; the same bounded-table treatment
      *    PROMMTCH gives payments.
       01  OPEN-CTL.
           05  OPEN-COUNT         PIC S9(4) COMP VALUE 0.
           05  OPEN-MAX           PIC S9(4) COMP VALUE 500.
       01  OPEN-TABLE.
           05  OPEN-ENTRY OCCURS 500 TIMES INDEXED BY OD-IDX.
               10  ODT-ACCT-NO    PIC X(8).
               10  ODT-POST-DATE  PIC 9(8).
               10  ODT-TRAN-DATE  PIC X(8).
               10  ODT-AMOUNT     PIC S9(7)V99 COMP-3.
      *
      *    CARD-TABLE -- tonight's claims, gathered before the one
      *    pass over TRANHIST that finds each claim's item.
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 500.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 500 TIMES INDEXED BY CD-IDX.
               10  CDT-IMAGE      PIC X(80).
               10  CDT-AMOUNT     PIC S9(7)V99 COMP-3.
               10  CDT-AMOUNT-OK  PIC X(1).
               10  CDT-FOUND      PIC X(1).
               10  CDT-HIST-TYPE  PIC X(1).
               10  CDT-HIST-CODE  PIC X(4).
      *
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
       01  DEADLINE-WORK.
           05  DEADLINE-INT       PIC S9(9) COMP-3 VALUE ZERO.
           05  DEADLINE-DATE      PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(32) VALUE
               'Billing-Error Dispute Intake'.
           05  FILLER         PIC X(48) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM)
               + RESOLVE-DAYS.
           COMPUTE DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER(DEADLINE-INT).
           PERFORM LOAD-OPEN-CASES.
           PERFORM GATHER-CLAIMS.
           PERFORM FIND-DISPUTED-ITEMS.
           OPEN INPUT  ACCT-VSAM.
           OPEN EXTEND CASE-FILE.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
      *
       TAKE-CLAIMS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               MOVE CDT-IMAGE(CD-IDX) TO BDS-CARD
               PERFORM VALIDATE-CLAIM
               IF CARD-IS-VALID
                   PERFORM OPEN-THE-CASE
               END-IF
           END-PERFORM.
      *
       CLOSE-STOP.
           DISPLAY 'BDSINTK: CLAIMS READ       = ' CLAIMS-READ.
           DISPLAY 'BDSINTK: CASES OPENED      = ' CASES-OPENED.
           DISPLAY 'BDSINTK: CLAIMS REJECTED   = ' CLAIMS-REJECTED.
           DISPLAY 'BDSINTK: CREDITS WRITTEN   = ' CREDIT-TOTAL.
           IF OPEN-TABLE-FULL
               DISPLAY 'BDSINTK: OPEN TABLE FILLED AT 500 -- '
                       'DUPLICATES PAST IT NOT CAUGHT'
           END-IF.
           IF CARD-TABLE-FULL
               DISPLAY 'BDSINTK: CLAIM TABLE FILLED AT 500 -- '
                       'EXCESS CLAIMS NOT TAKEN; RESUBMIT THEM'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-VSAM.
           CLOSE CASE-FILE.
           CLOSE TRAN-OUT.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
      *    LOAD-OPEN-CASES -- the items still under an open case;
      *    a resolved case may be disputed again and does not
      *    block a new intake.
       LOAD-OPEN-CASES.
           OPEN INPUT CASE-FILE.
           PERFORM READ-CASE
           PERFORM UNTIL NO-MORE-CASES
               IF BDS-OPEN
                   IF OPEN-COUNT < OPEN-MAX
                       ADD 1 TO OPEN-COUNT
                       MOVE BDS-ACCT-NO
                           TO ODT-ACCT-NO(OPEN-COUNT)
                       MOVE BDS-ITEM-POST-DATE
                           TO ODT-POST-DATE(OPEN-COUNT)
                       MOVE BDS-ITEM-TRAN-DATE
                           TO ODT-TRAN-DATE(OPEN-COUNT)
                       MOVE BDS-ITEM-AMOUNT
                           TO ODT-AMOUNT(OPEN-COUNT)
                   ELSE
                       SET OPEN-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CASE
           END-PERFORM.
           CLOSE CASE-FILE.
      *
       READ-CASE.
           READ CASE-FILE
               AT END SET NO-MORE-CASES TO TRUE
           END-READ.
      *
      *    GATHER-CLAIMS -- tonight's cards into storage; the
      *    amount is judged once here.
       GATHER-CLAIMS.
           OPEN INPUT BDS-IN.
           PERFORM READ-CLAIM
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO CLAIMS-READ
               IF CARD-COUNT < CARD-MAX
                   ADD 1 TO CARD-COUNT
                   MOVE BDS-CARD TO CDT-IMAGE(CARD-COUNT)
                   MOVE 'N'      TO CDT-FOUND(CARD-COUNT)
                   MOVE SPACE    TO CDT-HIST-TYPE(CARD-COUNT)
                   MOVE SPACES   TO CDT-HIST-CODE(CARD-COUNT)
                   MOVE ZERO     TO CDT-AMOUNT(CARD-COUNT)
                   IF BDC-AMOUNT NUMERIC AND BDC-AMOUNT > ZERO
                       MOVE BDC-AMOUNT TO CDT-AMOUNT(CARD-COUNT)
                       MOVE 'Y' TO CDT-AMOUNT-OK(CARD-COUNT)
                   ELSE
                       MOVE 'N' TO CDT-AMOUNT-OK(CARD-COUNT)
                   END-IF
               ELSE
                   SET CARD-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-CLAIM
           END-PERFORM.
           CLOSE BDS-IN.
      *
       READ-CLAIM.
           READ BDS-IN INTO BDS-CARD
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    FIND-DISPUTED-ITEMS -- one pass over TRANHIST; each
      *    history record is offered to every claim still looking
      *    for its item, and a match keeps the item's side and
      *    transaction code for the edits.
       FIND-DISPUTED-ITEMS.
           OPEN INPUT TRAN-HIST.
           PERFORM READ-HIST
           PERFORM UNTIL NO-MORE-HIST
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CARD-COUNT
                   MOVE CDT-IMAGE(CD-IDX) TO BDS-CARD
                   IF CDT-FOUND(CD-IDX) = 'N'
                       AND CDT-AMOUNT-OK(CD-IDX) = 'Y'
                       AND HIST-ACCT-NO   = BDC-ACCT-NO
                       AND HIST-POST-DATE = BDC-POST-DATE
                       AND HIST-TRAN-DATE = BDC-TRAN-DATE
                       AND HIST-AMOUNT    = CDT-AMOUNT(CD-IDX)
                       MOVE 'Y'            TO CDT-FOUND(CD-IDX)
                       MOVE HIST-TYPE      TO CDT-HIST-TYPE(CD-IDX)
                       MOVE HIST-TRAN-CODE TO CDT-HIST-CODE(CD-IDX)
                   END-IF
               END-PERFORM
               PERFORM READ-HIST
           END-PERFORM.
           CLOSE TRAN-HIST.
      *
       READ-HIST.
           READ TRAN-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
      *    A CLAIM IS REJECTED WHEN ITS AMOUNT IS UNREADABLE, ITS
      *    ACCOUNT IS NOT ON ACCTVSAM, ITS ITEM IS NOT ON TRANHIST,
      *    THE ITEM IS NOT A CHARGE, OR THE ITEM IS ALREADY UNDER
      *    AN OPEN CASE.
       VALIDATE-CLAIM.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           EVALUATE TRUE
               WHEN CDT-AMOUNT-OK(CD-IDX) NOT = 'Y'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO EXC-REASON-O
                   MOVE 'K001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-EXISTS
                   IF CARD-IS-VALID
                       PERFORM CHECK-ITEM
                   END-IF
                   IF CARD-IS-VALID
                       PERFORM CHECK-DUPLICATE
                   END-IF
           END-EVALUATE.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE BDC-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'NO MATCHING ACCOUNT ON FILE' TO EXC-REASON-O
               MOVE 'K002' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
       CHECK-ITEM.
           IF CDT-FOUND(CD-IDX) NOT = 'Y'
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'NO SUCH ITEM ON TRANHIST' TO EXC-REASON-O
               MOVE 'K003' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           ELSE
               IF CDT-HIST-TYPE(CD-IDX) NOT = 'C'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ITEM IS NOT A CHARGE' TO EXC-REASON-O
                   MOVE 'K004' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
      *
       CHECK-DUPLICATE.
           MOVE 'N' TO DUP-FOUND-FLAG.
           PERFORM VARYING OD-IDX FROM 1 BY 1
               UNTIL OD-IDX > OPEN-COUNT OR CASE-IS-DUP
               IF ODT-ACCT-NO(OD-IDX) = BDC-ACCT-NO
                   AND ODT-POST-DATE(OD-IDX) = BDC-POST-DATE
                   AND ODT-TRAN-DATE(OD-IDX) = BDC-TRAN-DATE
                   AND ODT-AMOUNT(OD-IDX) = CDT-AMOUNT(CD-IDX)
                   SET CASE-IS-DUP TO TRUE
               END-IF
           END-PERFORM.
           IF CASE-IS-DUP
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'ALREADY OPEN -- DUPLICATE' TO EXC-REASON-O
               MOVE 'K005' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    OPEN-THE-CASE -- the case record and its provisional
      *    credit.  The credit is a type 'D' item: it lowers what
      *    the customer owes by the amount in dispute.
       OPEN-THE-CASE.
           ADD 1 TO CASES-OPENED.
           MOVE SPACES              TO CASE-FIELDS.
           MOVE BDC-ACCT-NO         TO BDS-ACCT-NO.
           MOVE BDC-POST-DATE       TO BDS-ITEM-POST-DATE.
           MOVE BDC-TRAN-DATE       TO BDS-ITEM-TRAN-DATE.
           MOVE CDT-AMOUNT(CD-IDX)  TO BDS-ITEM-AMOUNT.
           MOVE CDT-HIST-CODE(CD-IDX) TO BDS-ITEM-CODE.
           MOVE CURRENT-DATE-NUM    TO BDS-OPEN-DATE.
           MOVE DEADLINE-DATE       TO BDS-DEADLINE.
           MOVE 'O'                 TO BDS-STATUS.
           MOVE ZERO                TO BDS-CREDIT-POST-DATE.
           MOVE ZERO                TO BDS-RESOLVED-DATE.
           MOVE BDC-REASON          TO BDS-REASON.
           WRITE CASE-FIELDS.
           IF OPEN-COUNT < OPEN-MAX
               ADD 1 TO OPEN-COUNT
               MOVE BDC-ACCT-NO        TO ODT-ACCT-NO(OPEN-COUNT)
               MOVE BDC-POST-DATE      TO ODT-POST-DATE(OPEN-COUNT)
               MOVE BDC-TRAN-DATE      TO ODT-TRAN-DATE(OPEN-COUNT)
               MOVE CDT-AMOUNT(CD-IDX) TO ODT-AMOUNT(OPEN-COUNT)
           END-IF.
           MOVE SPACES             TO TRAN-FIELDS.
           MOVE BDC-ACCT-NO        TO TRAN-ACCT-NO.
           MOVE 'D'                TO TRAN-TYPE.
           MOVE CDT-AMOUNT(CD-IDX) TO TRAN-AMOUNT.
           MOVE WS-CURRENT-YEAR    TO TRAN-DATE-YR.
           MOVE WS-CURRENT-MONTH   TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY     TO TRAN-DATE-DAY.
           STRING 'DISP CR ' BDC-POST-DATE
               DELIMITED BY SIZE INTO TRAN-COMMENT.
           MOVE 'DSPC'             TO TRAN-CODE.
           WRITE TRAN-FIELDS.
           ADD CDT-AMOUNT(CD-IDX) TO CREDIT-TOTAL.
      *
       WRITE-EXCEPTION.
           ADD 1 TO CLAIMS-REJECTED.
           MOVE BDC-ACCT-NO    TO EXC-ACCT-NO-O.
           MOVE BDS-CARD(9:8)  TO EXC-ITEM-DATE-O.
           WRITE EXCEPT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'BDSINTK '       TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE BDC-ACCT-NO      TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE BDS-CARD(1:80)   TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
