      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STLMNT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    STLMNT is the entry and maintenance path for the settlement
      *    offers collections negotiates -- "pay this much and we
      *    close it".  STLIN carries one card per request: action 'A'
      *    takes an offer (account, the amount agreed in full
      *    satisfaction, the number of installments it is to arrive
      *    in, the deadline for the last of it, and the operator who
      *    negotiated it) and action 'X' cancels the account's open
      *    offer.  Each card is edited before it touches the
      *    settlement file, the gatekeeper role PLANMNT plays for
      *    payment plans: the account must exist on ACCTVSAM and be
      *    active or suspended, the agreed amount must be numeric,
      *    not zero, and less than the balance owed today (an offer
      *    for the whole balance is no settlement), the installments
      *    must be one or more, the deadline must be a date after
      *    today, and an account may carry only one open offer at a
      *    time.  The existing SETLFILE (STLFLDS) is carried forward
      *    to SETLOUT with cancellations applied, validated new
      *    offers are appended in open status taken today, and
      *    rejects are listed on EXCPRINT and appended to the shared
      *    EXCPFILE with a reason code EXCPSUM can trend.  STLJUDGE
      *    judges the open offers every night.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STL-IN      ASSIGN TO STLIN.
           SELECT STL-FILE    ASSIGN TO SETLFILE.
           SELECT STL-OUT     ASSIGN TO SETLOUT.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STL-IN RECORDING MODE F.
       01  STL-CARD.
           05  SCD-ACTION         PIC X(1).
           05  SCD-ACCT-NO        PIC X(8).
           05  SCD-AGREED-AMT     PIC 9(7)V99.
           05  SCD-INSTALL-COUNT  PIC 9(3).
           05  SCD-DEADLINE       PIC 9(8).
           05  SCD-OPER-ID        PIC X(8).
           05  FILLER             PIC X(43).
      *
       FD  STL-FILE RECORDING MODE F.
       01  STL-FIELDS.
           COPY STLFLDS.
      *
       FD  STL-OUT RECORDING MODE F.
       01  STL-OUT-REC            PIC X(80).
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  EXC-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-ACTION-O       PIC X(1).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-REASON-O       PIC X(30).
           05  FILLER             PIC X(37) VALUE SPACES.
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every reject listed on EXCPRINT is also
      *    appended here with a reason code EXCPSUM can trend.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CARD-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  STL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-OFFERS     VALUE 'Y'.
           05  CARD-VALID-SWITCH  PIC X VALUE 'Y'.
               88  CARD-IS-VALID      VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
       01  MAINT-COUNTS.
           05  CARDS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  OFFERS-TAKEN       PIC S9(7) COMP-3 VALUE ZERO.
           05  OFFERS-CANCELLED   PIC S9(7) COMP-3 VALUE ZERO.
           05  OFFERS-CARRIED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    CARD-TABLE -- the batch's cards gathered up front, so the
      *    one pass over SETLFILE can apply cancellations and prove
      *    an add does not duplicate an offer already open, the
      *    same bounded-table treatment PLANMNT gives its cards.
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES
                   INDEXED BY CD-IDX LATER-IDX.
               10  CDT-ACTION     PIC X(1).
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-AGREED     PIC S9(7)V99 COMP-3.
               10  CDT-INSTALL    PIC 9(3).
               10  CDT-DEADLINE   PIC 9(8).
               10  CDT-OPER-ID    PIC X(8).
               10  CDT-MATCHED    PIC X(1).
      *
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
       01  EXC-KEY-WK              PIC X(8) VALUE SPACES.
       01  EXC-ACTION-WK           PIC X(1) VALUE SPACE.
       01  CARD-IMAGE-WK           PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM        PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Settlement Offer Edits'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(1)  VALUE 'A'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'Reason'.
           05  FILLER         PIC X(37) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  STL-IN.
           OPEN INPUT  ACCT-VSAM.
           OPEN INPUT  STL-FILE.
           OPEN OUTPUT STL-OUT.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
           WRITE EXCEPT-REC FROM HEADER-2.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-OFFERS-FORWARD.
           PERFORM APPLY-ADD-CARDS.
           PERFORM REPORT-UNMATCHED-CANCELS.
      *
       CLOSE-STOP.
           DISPLAY 'STLMNT: CARDS READ       = ' CARDS-READ.
           DISPLAY 'STLMNT: OFFERS TAKEN     = ' OFFERS-TAKEN.
           DISPLAY 'STLMNT: OFFERS CANCELLED = ' OFFERS-CANCELLED.
           DISPLAY 'STLMNT: OFFERS CARRIED   = ' OFFERS-CARRIED.
           DISPLAY 'STLMNT: CARDS REJECTED   = ' CARDS-REJECTED.
           IF CARD-TABLE-FULL
               DISPLAY 'STLMNT: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           CLOSE STL-IN.
           CLOSE ACCT-VSAM.
           CLOSE STL-FILE.
           CLOSE STL-OUT.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
      *    GATHER-CARDS -- edits each card as it arrives; only cards
      *    that pass the field edits and the ACCTVSAM tests make it
      *    into the table for the file pass.
       GATHER-CARDS.
           PERFORM READ-CARD
           PERFORM UNTIL NO-MORE-CARDS
               ADD 1 TO CARDS-READ
               PERFORM VALIDATE-CARD
               IF CARD-IS-VALID
                   IF CARD-COUNT < CARD-MAX
                       ADD 1 TO CARD-COUNT
                       MOVE SCD-ACTION      TO CDT-ACTION(CARD-COUNT)
                       MOVE SCD-ACCT-NO     TO CDT-ACCT-NO(CARD-COUNT)
                       MOVE SCD-OPER-ID     TO CDT-OPER-ID(CARD-COUNT)
                       IF SCD-ACTION = 'A'
                           MOVE SCD-AGREED-AMT
                               TO CDT-AGREED(CARD-COUNT)
                           MOVE SCD-INSTALL-COUNT
                               TO CDT-INSTALL(CARD-COUNT)
                           MOVE SCD-DEADLINE
                               TO CDT-DEADLINE(CARD-COUNT)
                       ELSE
                           MOVE ZERO TO CDT-AGREED(CARD-COUNT)
                           MOVE ZERO TO CDT-INSTALL(CARD-COUNT)
                           MOVE ZERO TO CDT-DEADLINE(CARD-COUNT)
                       END-IF
                       MOVE 'N' TO CDT-MATCHED(CARD-COUNT)
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CARD
           END-PERFORM.
      *
       READ-CARD.
           READ STL-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS ACTION CODE IS NOT 'A' OR
      *    'X', ITS ACCOUNT IS NOT ON ACCTVSAM, OR (FOR AN ADD) ITS
      *    AMOUNT, INSTALLMENTS OR DEADLINE ARE MISSING OR WRONG,
      *    THE ACCOUNT IS NOT ON THE ACTIVE BOOK, OR THE AMOUNT IS
      *    NOT LESS THAN WHAT THE ACCOUNT OWES TODAY.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE STL-CARD    TO CARD-IMAGE-WK.
           MOVE SCD-ACCT-NO TO EXC-KEY-WK.
           MOVE SCD-ACTION  TO EXC-ACTION-WK.
           EVALUATE TRUE
               WHEN SCD-ACTION NOT = 'A' AND SCD-ACTION NOT = 'X'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ACTION CODE NOT A OR X' TO EXC-REASON-O
                   MOVE 'Z001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN SCD-ACTION = 'A' AND
                   (SCD-AGREED-AMT NOT NUMERIC
                       OR SCD-AGREED-AMT = ZERO)
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'AGREED AMOUNT MISSING OR ZERO'
                       TO EXC-REASON-O
                   MOVE 'Z002' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN SCD-ACTION = 'A' AND
                   (SCD-INSTALL-COUNT NOT NUMERIC
                       OR SCD-INSTALL-COUNT = ZERO)
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'INSTALLMENTS MISSING OR ZERO'
                       TO EXC-REASON-O
                   MOVE 'Z003' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN SCD-ACTION = 'A' AND
                   (SCD-DEADLINE NOT NUMERIC
                       OR SCD-DEADLINE NOT > CURRENT-DATE-NUM)
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'DEADLINE NOT A FUTURE DATE' TO EXC-REASON-O
                   MOVE 'Z004' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-EXISTS
           END-EVALUATE.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE SCD-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT VSAM-OK
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'NO MATCHING ACCOUNT ON FILE' TO EXC-REASON-O
                   MOVE 'Z005' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN SCD-ACTION = 'X'
                   CONTINUE
               WHEN NOT ACCOUNT-ACTIVE AND NOT ACCOUNT-SUSPENDED
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ACCOUNT NOT ON THE ACTIVE BOOK'
                       TO EXC-REASON-O
                   MOVE 'Z006' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN SCD-AGREED-AMT NOT < ACCT-BALANCE
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'AMOUNT NOT LESS THAN BALANCE' TO EXC-REASON-O
                   MOVE 'Z007' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE.
      *
      *    CARRY-OFFERS-FORWARD -- every offer on file goes to
      *    SETLOUT; an open offer with a cancel card is marked
      *    cancelled on the way through, and any card naming an
      *    account that already carries an open offer is marked
      *    matched so the add pass rejects the duplicate.
       CARRY-OFFERS-FORWARD.
           PERFORM READ-OFFER
           PERFORM UNTIL NO-MORE-OFFERS
               IF SETTLEMENT-OPEN
                   PERFORM MATCH-CARDS-TO-OFFER
               END-IF
               ADD 1 TO OFFERS-CARRIED
               WRITE STL-OUT-REC FROM STL-FIELDS
               PERFORM READ-OFFER
           END-PERFORM.
      *
       READ-OFFER.
           READ STL-FILE
               AT END SET NO-MORE-OFFERS TO TRUE
           END-READ.
      *
       MATCH-CARDS-TO-OFFER.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACCT-NO(CD-IDX) = STL-ACCT-NO
                   MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                   IF CDT-ACTION(CD-IDX) = 'X'
                       AND SETTLEMENT-OPEN
                       SET SETTLEMENT-CANCELLED TO TRUE
                       MOVE CURRENT-DATE-NUM TO STL-RESOLVED-DATE
                       ADD 1 TO OFFERS-CANCELLED
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    APPLY-ADD-CARDS -- an add whose account already carried an
      *    open offer (matched on the file pass) is a duplicate and
      *    is rejected; the rest are appended as new open offers
      *    taken today, and a second add for the same account in
      *    this batch is a duplicate of the first.
       APPLY-ADD-CARDS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'A'
                   IF CDT-MATCHED(CD-IDX) = 'Y'
                       PERFORM REJECT-DUPLICATE-ADD
                   ELSE
                       PERFORM WRITE-NEW-OFFER
                   END-IF
               END-IF
           END-PERFORM.
      *
       REJECT-DUPLICATE-ADD.
           MOVE SPACES TO CARD-IMAGE-WK.
           MOVE 'A'                   TO CARD-IMAGE-WK(1:1).
           MOVE CDT-ACCT-NO(CD-IDX)   TO CARD-IMAGE-WK(2:8).
           MOVE CDT-ACCT-NO(CD-IDX)   TO EXC-KEY-WK.
           MOVE 'A'                   TO EXC-ACTION-WK.
           MOVE 'ACCOUNT ALREADY HAS AN OFFER' TO EXC-REASON-O.
           MOVE 'Z008' TO EXCP-CODE-WK.
           PERFORM WRITE-EXCEPTION.
      *
       WRITE-NEW-OFFER.
           ADD 1 TO OFFERS-TAKEN.
           MOVE SPACES               TO STL-FIELDS.
           MOVE CDT-ACCT-NO(CD-IDX)  TO STL-ACCT-NO.
           MOVE CDT-AGREED(CD-IDX)   TO STL-AGREED-AMT.
           MOVE CDT-INSTALL(CD-IDX)  TO STL-INSTALL-COUNT.
           MOVE CDT-DEADLINE(CD-IDX) TO STL-DEADLINE.
           MOVE CURRENT-DATE-NUM     TO STL-TAKEN-DATE.
           MOVE ZERO                 TO STL-PAID-TO-DATE.
           SET SETTLEMENT-OPEN       TO TRUE.
           MOVE ZERO                 TO STL-RESOLVED-DATE.
           MOVE ZERO                 TO STL-FORGIVEN-AMT.
           MOVE CDT-OPER-ID(CD-IDX)  TO STL-OPER-ID.
           WRITE STL-OUT-REC FROM STL-FIELDS.
           PERFORM MARK-LATER-ADDS.
      *
      *    MARK-LATER-ADDS -- the offer just written is now the
      *    account's open offer; any later add for the account in
      *    the table becomes a duplicate of it.
       MARK-LATER-ADDS.
           PERFORM VARYING LATER-IDX FROM CD-IDX BY 1
               UNTIL LATER-IDX > CARD-COUNT
               IF CDT-ACCT-NO(LATER-IDX) = STL-ACCT-NO
                   MOVE 'Y' TO CDT-MATCHED(LATER-IDX)
               END-IF
           END-PERFORM.
      *
      *    REPORT-UNMATCHED-CANCELS -- a cancel card that matched no
      *    open offer cancelled nothing, and whoever keyed it needs
      *    to know.
       REPORT-UNMATCHED-CANCELS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'X'
                   AND CDT-MATCHED(CD-IDX) NOT = 'Y'
                   MOVE SPACES TO CARD-IMAGE-WK
                   MOVE 'X'                 TO CARD-IMAGE-WK(1:1)
                   MOVE CDT-ACCT-NO(CD-IDX) TO CARD-IMAGE-WK(2:8)
                   MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK
                   MOVE 'X'                 TO EXC-ACTION-WK
                   MOVE 'NO OPEN OFFER TO CANCEL' TO EXC-REASON-O
                   MOVE 'Z009' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.
      *
       WRITE-EXCEPTION.
           ADD 1 TO CARDS-REJECTED.
           MOVE EXC-KEY-WK    TO EXC-ACCT-NO-O.
           MOVE EXC-ACTION-WK TO EXC-ACTION-O.
           WRITE EXCEPT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'STLMNT'         TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE EXC-KEY-WK       TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE CARD-IMAGE-WK    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
