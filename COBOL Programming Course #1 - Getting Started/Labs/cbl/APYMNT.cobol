      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    APYMNT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    APYMNT maintains the autopay enrollment file (APYFLDS):
      *    APYIN carries one card per change -- action 'A' enrolls
      *    an account (bank routing number, bank account, checking
      *    or savings, and the pay option: M minimum due, S
      *    statement balance, F fixed amount), 'C' changes the bank
      *    or the option on an active enrollment, and 'X' cancels
      *    one at the customer's request.  Each card is edited
      *    before it touches the file, the JOINTMNT gatekeeper
      *    shape: the account must exist on ACCTVSAM, the routing
      *    number must pass the ABA check digit (weights 3-7-1), the
      *    bank account must be present and typed C or S, and a
      *    fixed-amount option must carry its amount.  An account
      *    holds one enrollment: a second 'A' against an active one
      *    is a keying error, while an 'A' against a cancelled one
      *    re-enrolls it with its return count cleared.  The file is
      *    carried to APYOUT with the changes applied, new
      *    enrollments are appended, and rejects go to EXCPRINT and
      *    the shared EXCPFILE with a reason code EXCPSUM can trend.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APY-CARDS   ASSIGN TO APYIN.
           SELECT APY-IN      ASSIGN TO APYFILE.
           SELECT APY-OUT     ASSIGN TO APYOUT.
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
       FD  APY-CARDS RECORDING MODE F.
       01  APY-CARD.
           05  ACD-ACTION         PIC X(1).
           05  ACD-ACCT-NO        PIC X(8).
           05  ACD-ROUTING-NO     PIC X(9).
           05  ACD-ROUTING-DIGITS REDEFINES ACD-ROUTING-NO.
               10  ACD-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
           05  ACD-BANK-ACCT      PIC X(17).
           05  ACD-BANK-ACCT-TYPE PIC X(1).
           05  ACD-PAY-OPTION     PIC X(1).
           05  ACD-FIXED-AMOUNT   PIC X(9).
           05  ACD-FIXED-AMT-NUM REDEFINES ACD-FIXED-AMOUNT
                                  PIC 9(7)V99.
           05  FILLER             PIC X(34).
      *
       FD  APY-IN RECORDING MODE F.
       01  APY-IN-FIELDS.
           COPY APYFLDS REPLACING LEADING ==APY-== BY ==API-==.
      *
       FD  APY-OUT RECORDING MODE F.
       01  APY-FIELDS.
           COPY APYFLDS.
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
           05  APY-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-APY        VALUE 'Y'.
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
           05  ENROLLMENTS-ADDED  PIC S9(7) COMP-3 VALUE ZERO.
           05  RE-ENROLLMENTS     PIC S9(7) COMP-3 VALUE ZERO.
           05  ENROLLMENTS-CHANGED PIC S9(7) COMP-3 VALUE ZERO.
           05  ENROLLMENTS-CANCELLED PIC S9(7) COMP-3 VALUE ZERO.
           05  ENROLLMENTS-CARRIED PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES
                   INDEXED BY CD-IDX CD-IDX-2.
               10  CDT-CARD-IMAGE PIC X(80).
               10  CDT-MATCHED    PIC X(1).
      *
      *    ROUTING-CHECK -- the ABA check: three times digits 1, 4
      *    and 7, plus seven times digits 2, 5 and 8, plus digits
      *    3, 6 and 9 must come to a multiple of ten.
       01  ROUTING-CHECK.
           05  ROUTING-SUM        PIC S9(4) COMP VALUE 0.
           05  ROUTING-QUOT       PIC S9(4) COMP VALUE 0.
           05  ROUTING-REM        PIC S9(4) COMP VALUE 0.
      *
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
       01  EXC-KEY-WK              PIC X(8) VALUE SPACES.
       01  NEW-ACCT-WK             PIC X(8) VALUE SPACES.
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
               'Autopay Enrollment Edits'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  APY-CARDS.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-ENROLLMENTS-FORWARD.
           PERFORM APPEND-NEW-ENROLLMENTS.
           PERFORM REPORT-UNMATCHED-CARDS.
      *
       CLOSE-STOP.
           DISPLAY 'APYMNT: CARDS READ      = ' CARDS-READ.
           DISPLAY 'APYMNT: ENROLLED        = ' ENROLLMENTS-ADDED.
           DISPLAY 'APYMNT: RE-ENROLLED     = ' RE-ENROLLMENTS.
           DISPLAY 'APYMNT: CHANGED         = ' ENROLLMENTS-CHANGED.
           DISPLAY 'APYMNT: CANCELLED       = ' ENROLLMENTS-CANCELLED.
           DISPLAY 'APYMNT: CARRIED         = ' ENROLLMENTS-CARRIED.
           DISPLAY 'APYMNT: CARDS REJECTED  = ' CARDS-REJECTED.
           IF CARD-TABLE-FULL
               DISPLAY 'APYMNT: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           CLOSE APY-CARDS.
           CLOSE ACCT-VSAM.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
       GATHER-CARDS.
           PERFORM READ-CARD
           PERFORM UNTIL NO-MORE-CARDS
               ADD 1 TO CARDS-READ
               PERFORM VALIDATE-CARD
               IF CARD-IS-VALID
                   IF CARD-COUNT < CARD-MAX
                       ADD 1 TO CARD-COUNT
                       MOVE APY-CARD TO CDT-CARD-IMAGE(CARD-COUNT)
                       MOVE 'N' TO CDT-MATCHED(CARD-COUNT)
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CARD
           END-PERFORM.
      *
       READ-CARD.
           READ APY-CARDS
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS ACTION IS NOT A, C OR X, AN
      *    ENROLLMENT OR CHANGE CARRIES A ROUTING NUMBER THAT FAILS
      *    ITS CHECK DIGIT, NO BANK ACCOUNT, A TYPE OTHER THAN C OR
      *    S, OR AN OPTION OTHER THAN M, S OR F (F WITH NO AMOUNT),
      *    OR ITS ACCOUNT IS NOT ON ACCTVSAM.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE APY-CARD    TO CARD-IMAGE-WK.
           MOVE ACD-ACCT-NO TO EXC-KEY-WK.
           MOVE ACD-ACTION  TO EXC-ACTION-WK.
           IF ACD-ACTION = 'A' OR ACD-ACTION = 'C'
               PERFORM CHECK-ROUTING-DIGIT
           END-IF.
           EVALUATE TRUE
               WHEN ACD-ACTION NOT = 'A' AND ACD-ACTION NOT = 'C'
                   AND ACD-ACTION NOT = 'X'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ACTION CODE NOT A, C OR X' TO EXC-REASON-O
                   MOVE 'Y001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN ACD-ACTION = 'X'
                   PERFORM CHECK-ACCOUNT-EXISTS
               WHEN ACD-ROUTING-NO NOT NUMERIC
                   OR ROUTING-REM NOT = ZERO
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ROUTING NUMBER FAILS CHECK' TO EXC-REASON-O
                   MOVE 'Y002' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN ACD-BANK-ACCT = SPACES
                   OR (ACD-BANK-ACCT-TYPE NOT = 'C'
                       AND ACD-BANK-ACCT-TYPE NOT = 'S')
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'BANK ACCOUNT OR TYPE MISSING' TO EXC-REASON-O
                   MOVE 'Y003' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN (ACD-PAY-OPTION NOT = 'M'
                     AND ACD-PAY-OPTION NOT = 'S'
                     AND ACD-PAY-OPTION NOT = 'F')
                   OR (ACD-PAY-OPTION = 'F'
                       AND (ACD-FIXED-AMOUNT NOT NUMERIC
                            OR ACD-FIXED-AMT-NUM = ZERO))
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'PAY OPTION OR AMOUNT INVALID' TO EXC-REASON-O
                   MOVE 'Y004' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-EXISTS
           END-EVALUATE.
      *
       CHECK-ROUTING-DIGIT.
           MOVE 1 TO ROUTING-REM.
           IF ACD-ROUTING-NO NUMERIC
               COMPUTE ROUTING-SUM =
                   3 * (ACD-ROUTING-DIGIT(1) + ACD-ROUTING-DIGIT(4)
                        + ACD-ROUTING-DIGIT(7))
                 + 7 * (ACD-ROUTING-DIGIT(2) + ACD-ROUTING-DIGIT(5)
                        + ACD-ROUTING-DIGIT(8))
                 +     (ACD-ROUTING-DIGIT(3) + ACD-ROUTING-DIGIT(6)
                        + ACD-ROUTING-DIGIT(9))
               DIVIDE ROUTING-SUM BY 10 GIVING ROUTING-QUOT
                   REMAINDER ROUTING-REM
               IF ROUTING-SUM = ZERO
                   MOVE 1 TO ROUTING-REM
               END-IF
           END-IF.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE ACD-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'NO MATCHING ACCOUNT ON FILE' TO EXC-REASON-O
               MOVE 'Y005' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    CARRY-ENROLLMENTS-FORWARD -- every enrollment goes to
      *    APYOUT with its account's cards applied in the order
      *    they were keyed; a card naming an enrollment on file is
      *    marked matched either way, so the add pass appends only
      *    accounts never enrolled.
       CARRY-ENROLLMENTS-FORWARD.
           OPEN INPUT  APY-IN.
           OPEN OUTPUT APY-OUT.
           PERFORM READ-APY
           PERFORM UNTIL NO-MORE-APY
               MOVE APY-IN-FIELDS TO APY-FIELDS
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CARD-COUNT
                   MOVE CDT-CARD-IMAGE(CD-IDX) TO APY-CARD
                   IF ACD-ACCT-NO = APY-ACCT-NO
                       MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       PERFORM APPLY-CARD-TO-ENROLLMENT
                   END-IF
               END-PERFORM
               ADD 1 TO ENROLLMENTS-CARRIED
               WRITE APY-FIELDS
               PERFORM READ-APY
           END-PERFORM.
           CLOSE APY-IN.
      *
       READ-APY.
           READ APY-IN
               AT END SET NO-MORE-APY TO TRUE
           END-READ.
      *
       APPLY-CARD-TO-ENROLLMENT.
           EVALUATE TRUE
               WHEN ACD-ACTION = 'A' AND APY-ACTIVE
                   MOVE 'ACCOUNT ALREADY ENROLLED' TO EXC-REASON-O
                   MOVE 'Y006' TO EXCP-CODE-WK
                   PERFORM REJECT-TABLED-CARD
               WHEN ACD-ACTION = 'A'
                   ADD 1 TO RE-ENROLLMENTS
                   PERFORM BUILD-ENROLLMENT
               WHEN APY-CANCELLED
                   MOVE 'NO ACTIVE ENROLLMENT' TO EXC-REASON-O
                   MOVE 'Y007' TO EXCP-CODE-WK
                   PERFORM REJECT-TABLED-CARD
               WHEN ACD-ACTION = 'C'
                   ADD 1 TO ENROLLMENTS-CHANGED
                   PERFORM SET-BANK-AND-OPTION
               WHEN OTHER
                   ADD 1 TO ENROLLMENTS-CANCELLED
                   MOVE 'C'              TO APY-STATUS
                   MOVE CURRENT-DATE-NUM TO APY-CANCEL-DATE
                   MOVE 'CUS'            TO APY-CANCEL-REASON
           END-EVALUATE.
      *
      *    BUILD-ENROLLMENT -- a fresh enrollment from the card in
      *    APY-CARD, over whatever record APY-FIELDS held.
       BUILD-ENROLLMENT.
           MOVE SPACES           TO APY-FIELDS.
           MOVE ACD-ACCT-NO      TO APY-ACCT-NO.
           MOVE 'A'              TO APY-STATUS.
           MOVE CURRENT-DATE-NUM TO APY-ENROLL-DATE.
           MOVE ZERO             TO APY-CANCEL-DATE.
           MOVE ZERO             TO APY-RETURN-COUNT.
           MOVE ZERO             TO APY-LAST-RETURN-DATE.
           MOVE ZERO             TO APY-LAST-DEBIT-DATE.
           MOVE ZERO             TO APY-LAST-DEBIT-AMT.
           PERFORM SET-BANK-AND-OPTION.
      *
       SET-BANK-AND-OPTION.
           MOVE ACD-ROUTING-NO     TO APY-ROUTING-NO.
           MOVE ACD-BANK-ACCT      TO APY-BANK-ACCT.
           MOVE ACD-BANK-ACCT-TYPE TO APY-BANK-ACCT-TYPE.
           MOVE ACD-PAY-OPTION     TO APY-PAY-OPTION.
           IF ACD-PAY-OPTION = 'F'
               MOVE ACD-FIXED-AMT-NUM TO APY-FIXED-AMOUNT
           ELSE
               MOVE ZERO              TO APY-FIXED-AMOUNT
           END-IF.
      *
      *    APPEND-NEW-ENROLLMENTS -- an 'A' card no enrollment on
      *    file claimed; a second 'A' for the same new account in
      *    the same deck is refused as already enrolled.
       APPEND-NEW-ENROLLMENTS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               MOVE CDT-CARD-IMAGE(CD-IDX) TO APY-CARD
               IF ACD-ACTION = 'A' AND CDT-MATCHED(CD-IDX) NOT = 'Y'
                   ADD 1 TO ENROLLMENTS-ADDED
                   PERFORM BUILD-ENROLLMENT
                   MOVE APY-ACCT-NO TO NEW-ACCT-WK
                   WRITE APY-FIELDS
                   MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                   PERFORM MARK-LATER-CARDS
               END-IF
           END-PERFORM.
           CLOSE APY-OUT.
      *
      *    MARK-LATER-CARDS -- any later card in the deck for the
      *    account just enrolled is refused rather than applied to
      *    an enrollment keyed the same day.
       MARK-LATER-CARDS.
           PERFORM VARYING CD-IDX-2 FROM CD-IDX BY 1
               UNTIL CD-IDX-2 > CARD-COUNT
               MOVE CDT-CARD-IMAGE(CD-IDX-2) TO APY-CARD
               IF ACD-ACCT-NO = NEW-ACCT-WK
                   AND CDT-MATCHED(CD-IDX-2) NOT = 'Y'
                   MOVE 'Y' TO CDT-MATCHED(CD-IDX-2)
                   IF ACD-ACTION = 'A'
                       MOVE 'ACCOUNT ALREADY ENROLLED'
                           TO EXC-REASON-O
                       MOVE 'Y006' TO EXCP-CODE-WK
                       PERFORM REJECT-TABLED-CARD
                   ELSE
                       MOVE 'CHANGE KEYED WITH ENROLLMENT'
                           TO EXC-REASON-O
                       MOVE 'Y007' TO EXCP-CODE-WK
                       PERFORM REJECT-TABLED-CARD
                   END-IF
               END-IF
           END-PERFORM.
      *
       REPORT-UNMATCHED-CARDS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-MATCHED(CD-IDX) NOT = 'Y'
                   MOVE CDT-CARD-IMAGE(CD-IDX) TO APY-CARD
                   MOVE 'NO ACTIVE ENROLLMENT' TO EXC-REASON-O
                   MOVE 'Y007' TO EXCP-CODE-WK
                   PERFORM REJECT-TABLED-CARD
               END-IF
           END-PERFORM.
      *
       REJECT-TABLED-CARD.
           MOVE ACD-ACCT-NO TO EXC-KEY-WK.
           MOVE ACD-ACTION  TO EXC-ACTION-WK.
           MOVE APY-CARD    TO CARD-IMAGE-WK.
           PERFORM WRITE-EXCEPTION.
      *
       WRITE-EXCEPTION.
           ADD 1 TO CARDS-REJECTED.
           MOVE EXC-KEY-WK    TO EXC-ACCT-NO-O.
           MOVE EXC-ACTION-WK TO EXC-ACTION-O.
           WRITE EXCEPT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'APYMNT'         TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE EXC-KEY-WK       TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE CARD-IMAGE-WK    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
