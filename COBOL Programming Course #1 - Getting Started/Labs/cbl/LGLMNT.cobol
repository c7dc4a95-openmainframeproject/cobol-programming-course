      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LGLMNT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    LGLMNT maintains the legal-status file (LGLFLDS): the
      *    deceased, bankruptcy and cease-and-desist notices that
      *    until now lived only as words someone remembered to type
      *    into COMMENTS.  LGLIN carries one card per change --
      *    action 'A' flags an account (flag type, effective date,
      *    case or court reference) and 'X' lifts the account's
      *    flag of that type as of the card's date: a bankruptcy
      *    dismissed, a cease-and-desist withdrawn, a death notice
      *    keyed against the wrong account.  Each card is edited
      *    before it touches the file, the PROMENTR gatekeeper
      *    shape: the account must exist on ACCTVSAM, the flag type
      *    must be D, B or C, the date must be a plausible date, and
      *    a bankruptcy must carry its court case number -- counsel
      *    cannot prove a stay against a case nobody recorded.  An
      *    account holds at most one unlifted flag of each type.
      *
      *    The carried file goes to LGLOUT with lifts stamped in
      *    place -- a lifted flag is never dropped, it is the
      *    record of when the restriction applied -- validated adds
      *    are appended, and rejects go to EXCPRINT and the shared
      *    EXCPFILE with a reason code EXCPSUM can trend.  The flag
      *    takes hold on its effective date, which may be back-
      *    dated to the date of death or the petition date; LGLRPT
      *    then shows any contact made on or after it.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGL-IN      ASSIGN TO LGLIN.
           SELECT LEGAL-IN    ASSIGN TO LGLFILE.
           SELECT LEGAL-OUT   ASSIGN TO LGLOUT.
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
       FD  LGL-IN RECORDING MODE F.
       01  LGL-CARD.
           05  LCD-ACTION         PIC X(1).
           05  LCD-ACCT-NO        PIC X(8).
           05  LCD-FLAG-TYPE      PIC X(1).
           05  LCD-DATE.
               10  LCD-DATE-YR    PIC 9(4).
               10  LCD-DATE-MO    PIC 9(2).
               10  LCD-DATE-DAY   PIC 9(2).
           05  LCD-REFERENCE      PIC X(20).
           05  FILLER             PIC X(42).
      *
       FD  LEGAL-IN RECORDING MODE F.
       01  LEGAL-IN-FIELDS.
           COPY LGLFLDS REPLACING LEADING ==LGL-== BY ==LGI-==.
      *
       FD  LEGAL-OUT RECORDING MODE F.
       01  LEGAL-FIELDS.
           COPY LGLFLDS.
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
           05  LEGAL-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LEGAL      VALUE 'Y'.
           05  CARD-VALID-SWITCH  PIC X VALUE 'Y'.
               88  CARD-IS-VALID      VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  LIFT-THIS-FLAG     PIC X VALUE 'N'.
               88  LIFT-THIS-ONE      VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
       01  MAINT-COUNTS.
           05  CARDS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  FLAGS-ADDED        PIC S9(7) COMP-3 VALUE ZERO.
           05  FLAGS-LIFTED       PIC S9(7) COMP-3 VALUE ZERO.
           05  FLAGS-CARRIED      PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX
                                                  CD-IDX2.
               10  CDT-ACTION     PIC X(1).
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-FLAG-TYPE  PIC X(1).
               10  CDT-DATE       PIC 9(8).
               10  CDT-REFERENCE  PIC X(20).
               10  CDT-MATCHED    PIC X(1).
      *
       01  LIFT-DATE-WK            PIC 9(8) VALUE ZERO.
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
               'Legal Status Maintenance Edits'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  LGL-IN.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-FLAGS-FORWARD.
           PERFORM APPEND-NEW-FLAGS.
           PERFORM REPORT-UNMATCHED-LIFTS.
      *
       CLOSE-STOP.
           DISPLAY 'LGLMNT: CARDS READ      = ' CARDS-READ.
           DISPLAY 'LGLMNT: FLAGS ADDED     = ' FLAGS-ADDED.
           DISPLAY 'LGLMNT: FLAGS LIFTED    = ' FLAGS-LIFTED.
           DISPLAY 'LGLMNT: FLAGS CARRIED   = ' FLAGS-CARRIED.
           DISPLAY 'LGLMNT: CARDS REJECTED  = ' CARDS-REJECTED.
           IF CARD-TABLE-FULL
               DISPLAY 'LGLMNT: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           CLOSE LGL-IN.
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
                       MOVE LCD-ACTION    TO CDT-ACTION(CARD-COUNT)
                       MOVE LCD-ACCT-NO   TO CDT-ACCT-NO(CARD-COUNT)
                       MOVE LCD-FLAG-TYPE TO CDT-FLAG-TYPE(CARD-COUNT)
                       MOVE LCD-DATE      TO CDT-DATE(CARD-COUNT)
                       MOVE LCD-REFERENCE
                           TO CDT-REFERENCE(CARD-COUNT)
                       MOVE 'N' TO CDT-MATCHED(CARD-COUNT)
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CARD
           END-PERFORM.
      *
       READ-CARD.
           READ LGL-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS ACTION IS NOT A OR X, ITS
      *    FLAG TYPE IS NOT D, B OR C, ITS DATE IS NOT A PLAUSIBLE
      *    DATE, A BANKRUPTCY ADD CARRIES NO COURT CASE NUMBER, OR
      *    ITS ACCOUNT IS NOT ON ACCTVSAM.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE LGL-CARD    TO CARD-IMAGE-WK.
           MOVE LCD-ACCT-NO TO EXC-KEY-WK.
           MOVE LCD-ACTION  TO EXC-ACTION-WK.
           EVALUATE TRUE
               WHEN LCD-ACTION NOT = 'A' AND LCD-ACTION NOT = 'X'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ACTION CODE NOT A OR X' TO EXC-REASON-O
                   MOVE 'L001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN LCD-FLAG-TYPE NOT = 'D'
                   AND LCD-FLAG-TYPE NOT = 'B'
                   AND LCD-FLAG-TYPE NOT = 'C'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'FLAG TYPE NOT D, B OR C' TO EXC-REASON-O
                   MOVE 'L002' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN LCD-DATE NOT NUMERIC
                   OR LCD-DATE-MO < 1 OR LCD-DATE-MO > 12
                   OR LCD-DATE-DAY < 1 OR LCD-DATE-DAY > 31
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'DATE MISSING OR NOT PLAUSIBLE'
                       TO EXC-REASON-O
                   MOVE 'L003' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN LCD-ACTION = 'A' AND LCD-FLAG-TYPE = 'B'
                   AND LCD-REFERENCE = SPACES
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'BANKRUPTCY WITH NO CASE NUMBER'
                       TO EXC-REASON-O
                   MOVE 'L004' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-EXISTS
           END-EVALUATE.
      *
       CHECK-ACCOUNT-EXISTS.
           MOVE LCD-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'NO MATCHING ACCOUNT ON FILE' TO EXC-REASON-O
               MOVE 'L005' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    CARRY-FLAGS-FORWARD -- every flag goes to LGLOUT; an
      *    unlifted flag a card names (same account, same type) is
      *    marked matched either way, so the add pass can refuse a
      *    second flag of the type, and a lift card stamps it.
       CARRY-FLAGS-FORWARD.
           OPEN INPUT  LEGAL-IN.
           OPEN OUTPUT LEGAL-OUT.
           PERFORM READ-LEGAL
           PERFORM UNTIL NO-MORE-LEGAL
               PERFORM MATCH-CARDS-TO-FLAG
               PERFORM READ-LEGAL
           END-PERFORM.
           CLOSE LEGAL-IN.
      *
       READ-LEGAL.
           READ LEGAL-IN
               AT END SET NO-MORE-LEGAL TO TRUE
           END-READ.
      *
       MATCH-CARDS-TO-FLAG.
           MOVE 'N' TO LIFT-THIS-FLAG.
           IF LGI-LIFTED-DATE = ZERO
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CARD-COUNT
                   IF CDT-ACCT-NO(CD-IDX) = LGI-ACCT-NO
                       AND CDT-FLAG-TYPE(CD-IDX) = LGI-FLAG-TYPE
                       MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       IF CDT-ACTION(CD-IDX) = 'X'
                           SET LIFT-THIS-ONE TO TRUE
                           MOVE CDT-DATE(CD-IDX) TO LIFT-DATE-WK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE LEGAL-IN-FIELDS TO LEGAL-FIELDS.
           IF LIFT-THIS-ONE
               ADD 1 TO FLAGS-LIFTED
               MOVE LIFT-DATE-WK TO LGL-LIFTED-DATE
           ELSE
               ADD 1 TO FLAGS-CARRIED
           END-IF.
           WRITE LEGAL-FIELDS.
      *
      *    APPEND-NEW-FLAGS -- an add card whose account already
      *    holds an unlifted flag of that type is refused; so is a
      *    second add for the same account and type in this run.
       APPEND-NEW-FLAGS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'A'
                   IF CDT-MATCHED(CD-IDX) = 'Y'
                       MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK
                       MOVE 'A'                 TO EXC-ACTION-WK
                       MOVE SPACES TO CARD-IMAGE-WK
                       MOVE 'A'    TO CARD-IMAGE-WK(1:1)
                       MOVE CDT-ACCT-NO(CD-IDX)
                           TO CARD-IMAGE-WK(2:8)
                       MOVE CDT-FLAG-TYPE(CD-IDX)
                           TO CARD-IMAGE-WK(10:1)
                       MOVE 'FLAG OF THIS TYPE ALREADY HELD'
                           TO EXC-REASON-O
                       MOVE 'L006' TO EXCP-CODE-WK
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       ADD 1 TO FLAGS-ADDED
                       MOVE SPACES TO LEGAL-FIELDS
                       MOVE CDT-ACCT-NO(CD-IDX)   TO LGL-ACCT-NO
                       MOVE CDT-FLAG-TYPE(CD-IDX) TO LGL-FLAG-TYPE
                       MOVE CDT-DATE(CD-IDX)      TO LGL-EFF-DATE
                       MOVE CDT-REFERENCE(CD-IDX) TO LGL-REFERENCE
                       MOVE CURRENT-DATE-NUM      TO LGL-ENTERED-DATE
                       MOVE ZERO                  TO LGL-LIFTED-DATE
                       WRITE LEGAL-FIELDS
                       MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       PERFORM VARYING CD-IDX2 FROM CD-IDX BY 1
                           UNTIL CD-IDX2 > CARD-COUNT
                           IF CDT-ACCT-NO(CD-IDX2) = CDT-ACCT-NO(CD-IDX)
                               AND CDT-FLAG-TYPE(CD-IDX2)
                                   = CDT-FLAG-TYPE(CD-IDX)
                               MOVE 'Y' TO CDT-MATCHED(CD-IDX2)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LEGAL-OUT.
      *
       REPORT-UNMATCHED-LIFTS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'X'
                   AND CDT-MATCHED(CD-IDX) NOT = 'Y'
                   MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK
                   MOVE 'X'                 TO EXC-ACTION-WK
                   MOVE SPACES TO CARD-IMAGE-WK
                   MOVE 'X'    TO CARD-IMAGE-WK(1:1)
                   MOVE CDT-ACCT-NO(CD-IDX) TO CARD-IMAGE-WK(2:8)
                   MOVE CDT-FLAG-TYPE(CD-IDX) TO CARD-IMAGE-WK(10:1)
                   MOVE 'NO FLAG OF THIS TYPE TO LIFT'
                       TO EXC-REASON-O
                   MOVE 'L007' TO EXCP-CODE-WK
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
           MOVE 'LGLMNT'         TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE EXC-KEY-WK       TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE CARD-IMAGE-WK    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
