      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SCRAMNT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    SCRAMNT maintains the servicemember eligibility file
      *    (SMRFLDS): the active-duty periods that cap a customer's
      *    interest rate at 6% from the day duty began until a year
      *    after release.  SCRAIN carries one card per change --
      *    action 'A' opens a period (account, active-duty date,
      *    the orders or DMDC certificate it rests on) and 'R'
      *    records the release date against the account's open
      *    period.  Each card is edited before it touches the file,
      *    the PROMENTR gatekeeper shape: the account must exist on
      *    ACCTVSAM, the date must be a plausible date, and an add
      *    must name its orders -- compliance cannot defend a cap
      *    nobody can document.  An account holds at most one open
      *    (unreleased) period; a release may not precede the date
      *    its period began.
      *
      *    The carried file goes to SCRAOUT with releases stamped
      *    in place -- a released period is never dropped, it still
      *    protects for a year and it is the record of what was
      *    granted -- validated adds are appended with today as the
      *    entered date, and rejects go to EXCPRINT and the shared
      *    EXCPFILE with a reason code EXCPSUM can trend.  An add
      *    dated before today is a retroactive grant; SCRAREF
      *    refunds the interest already charged above the cap.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRA-CARDS  ASSIGN TO SCRAIN.
           SELECT SCRA-IN     ASSIGN TO SCRAFILE.
           SELECT SCRA-OUT    ASSIGN TO SCRAOUT.
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
       FD  SCRA-CARDS RECORDING MODE F.
       01  SCRA-CARD.
           05  SCD-ACTION         PIC X(1).
           05  SCD-ACCT-NO        PIC X(8).
           05  SCD-DATE.
               10  SCD-DATE-YR    PIC 9(4).
               10  SCD-DATE-MO    PIC 9(2).
               10  SCD-DATE-DAY   PIC 9(2).
           05  SCD-REFERENCE      PIC X(20).
           05  FILLER             PIC X(43).
      *
       FD  SCRA-IN RECORDING MODE F.
       01  SCRA-IN-FIELDS.
           COPY SMRFLDS REPLACING LEADING ==SMR-== BY ==SMI-==.
      *
       FD  SCRA-OUT RECORDING MODE F.
       01  SCRA-FIELDS.
           COPY SMRFLDS.
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
           05  SCRA-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SCRA       VALUE 'Y'.
           05  CARD-VALID-SWITCH  PIC X VALUE 'Y'.
               88  CARD-IS-VALID      VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  RELEASE-THIS-FLAG  PIC X VALUE 'N'.
               88  RELEASE-THIS-ONE   VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
       01  MAINT-COUNTS.
           05  CARDS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  PERIODS-ADDED      PIC S9(7) COMP-3 VALUE ZERO.
           05  PERIODS-RELEASED   PIC S9(7) COMP-3 VALUE ZERO.
           05  PERIODS-CARRIED    PIC S9(7) COMP-3 VALUE ZERO.
           05  RETRO-GRANTS       PIC S9(7) COMP-3 VALUE ZERO.
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
               10  CDT-DATE       PIC 9(8).
               10  CDT-REFERENCE  PIC X(20).
               10  CDT-MATCHED    PIC X(1).
      *
       01  RELEASE-DATE-WK         PIC 9(8) VALUE ZERO.
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
           05  FILLER         PIC X(34) VALUE
               'SCRA Eligibility Maintenance Edits'.
           05  FILLER         PIC X(46) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  SCRA-CARDS.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-PERIODS-FORWARD.
           PERFORM APPEND-NEW-PERIODS.
           PERFORM REPORT-UNMATCHED-RELEASES.
      *
       CLOSE-STOP.
           DISPLAY 'SCRAMNT: CARDS READ       = ' CARDS-READ.
           DISPLAY 'SCRAMNT: PERIODS ADDED    = ' PERIODS-ADDED.
           DISPLAY 'SCRAMNT: RETROACTIVE      = ' RETRO-GRANTS.
           DISPLAY 'SCRAMNT: PERIODS RELEASED = ' PERIODS-RELEASED.
           DISPLAY 'SCRAMNT: PERIODS CARRIED  = ' PERIODS-CARRIED.
           DISPLAY 'SCRAMNT: CARDS REJECTED   = ' CARDS-REJECTED.
           IF CARD-TABLE-FULL
               DISPLAY 'SCRAMNT: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           CLOSE SCRA-CARDS.
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
                       MOVE SCD-ACTION    TO CDT-ACTION(CARD-COUNT)
                       MOVE SCD-ACCT-NO   TO CDT-ACCT-NO(CARD-COUNT)
                       MOVE SCD-DATE      TO CDT-DATE(CARD-COUNT)
                       MOVE SCD-REFERENCE
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
           READ SCRA-CARDS
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS ACTION IS NOT A OR R, ITS
      *    DATE IS NOT A PLAUSIBLE DATE, AN ADD NAMES NO ORDERS OR
      *    CERTIFICATE, OR ITS ACCOUNT IS NOT ON ACCTVSAM.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE SCRA-CARD   TO CARD-IMAGE-WK.
           MOVE SCD-ACCT-NO TO EXC-KEY-WK.
           MOVE SCD-ACTION  TO EXC-ACTION-WK.
           EVALUATE TRUE
               WHEN SCD-ACTION NOT = 'A' AND SCD-ACTION NOT = 'R'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ACTION CODE NOT A OR R' TO EXC-REASON-O
                   MOVE 'S001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN SCD-DATE NOT NUMERIC
                   OR SCD-DATE-MO < 1 OR SCD-DATE-MO > 12
                   OR SCD-DATE-DAY < 1 OR SCD-DATE-DAY > 31
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'DATE MISSING OR NOT PLAUSIBLE'
                       TO EXC-REASON-O
                   MOVE 'S002' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN SCD-ACTION = 'A' AND SCD-REFERENCE = SPACES
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'NO ORDERS OR CERTIFICATE GIVEN'
                       TO EXC-REASON-O
                   MOVE 'S003' TO EXCP-CODE-WK
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
           IF NOT VSAM-OK
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'NO MATCHING ACCOUNT ON FILE' TO EXC-REASON-O
               MOVE 'S004' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    CARRY-PERIODS-FORWARD -- every period goes to SCRAOUT;
      *    an open period a card names is marked matched either
      *    way, so the add pass can refuse a second open period,
      *    and a release card dated on or after the period's
      *    active-duty date stamps it.
       CARRY-PERIODS-FORWARD.
           OPEN INPUT  SCRA-IN.
           OPEN OUTPUT SCRA-OUT.
           PERFORM READ-SCRA
           PERFORM UNTIL NO-MORE-SCRA
               PERFORM MATCH-CARDS-TO-PERIOD
               PERFORM READ-SCRA
           END-PERFORM.
           CLOSE SCRA-IN.
      *
       READ-SCRA.
           READ SCRA-IN
               AT END SET NO-MORE-SCRA TO TRUE
           END-READ.
      *
       MATCH-CARDS-TO-PERIOD.
           MOVE 'N' TO RELEASE-THIS-FLAG.
           IF SMI-RELEASE-DATE = ZERO
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CARD-COUNT
                   IF CDT-ACCT-NO(CD-IDX) = SMI-ACCT-NO
                       IF CDT-ACTION(CD-IDX) = 'A'
                           MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       END-IF
                       IF CDT-ACTION(CD-IDX) = 'R'
                           AND CDT-DATE(CD-IDX) >= SMI-ACTIVE-DATE
                           AND NOT RELEASE-THIS-ONE
                           MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                           SET RELEASE-THIS-ONE TO TRUE
                           MOVE CDT-DATE(CD-IDX) TO RELEASE-DATE-WK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SCRA-IN-FIELDS TO SCRA-FIELDS.
           IF RELEASE-THIS-ONE
               ADD 1 TO PERIODS-RELEASED
               MOVE RELEASE-DATE-WK TO SMR-RELEASE-DATE
           ELSE
               ADD 1 TO PERIODS-CARRIED
           END-IF.
           WRITE SCRA-FIELDS.
      *
      *    APPEND-NEW-PERIODS -- an add card whose account already
      *    holds an open period is refused; so is a second add for
      *    the same account in this run.
       APPEND-NEW-PERIODS.
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
                       MOVE CDT-DATE(CD-IDX)
                           TO CARD-IMAGE-WK(10:8)
                       MOVE 'ACCOUNT ALREADY HAS OPEN PERIOD'
                           TO EXC-REASON-O
                       MOVE 'S005' TO EXCP-CODE-WK
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       ADD 1 TO PERIODS-ADDED
                       IF CDT-DATE(CD-IDX) < CURRENT-DATE-NUM
                           ADD 1 TO RETRO-GRANTS
                       END-IF
                       MOVE SPACES TO SCRA-FIELDS
                       MOVE CDT-ACCT-NO(CD-IDX)   TO SMR-ACCT-NO
                       MOVE CDT-DATE(CD-IDX)      TO SMR-ACTIVE-DATE
                       MOVE ZERO                  TO SMR-RELEASE-DATE
                       MOVE CDT-REFERENCE(CD-IDX) TO SMR-REFERENCE
                       MOVE CURRENT-DATE-NUM      TO SMR-ENTERED-DATE
                       MOVE ZERO                  TO SMR-REFUND-DATE
                       MOVE ZERO                  TO SMR-REFUND-AMOUNT
                       WRITE SCRA-FIELDS
                       MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       PERFORM VARYING CD-IDX2 FROM CD-IDX BY 1
                           UNTIL CD-IDX2 > CARD-COUNT
                           IF CDT-ACCT-NO(CD-IDX2) = CDT-ACCT-NO(CD-IDX)
                               AND CDT-ACTION(CD-IDX2) = 'A'
                               MOVE 'Y' TO CDT-MATCHED(CD-IDX2)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCRA-OUT.
      *
      *    REPORT-UNMATCHED-RELEASES -- a release card that found no
      *    open period on the file, or one dated before the period
      *    began.  A period opened in this same run is released by
      *    a later run, once it is on the file.
       REPORT-UNMATCHED-RELEASES.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'R'
                   AND CDT-MATCHED(CD-IDX) NOT = 'Y'
                   MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK
                   MOVE 'R'                 TO EXC-ACTION-WK
                   MOVE SPACES TO CARD-IMAGE-WK
                   MOVE 'R'    TO CARD-IMAGE-WK(1:1)
                   MOVE CDT-ACCT-NO(CD-IDX) TO CARD-IMAGE-WK(2:8)
                   MOVE CDT-DATE(CD-IDX)    TO CARD-IMAGE-WK(10:8)
                   MOVE 'NO OPEN PERIOD TO RELEASE'
                       TO EXC-REASON-O
                   MOVE 'S006' TO EXCP-CODE-WK
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
           MOVE 'SCRAMNT'        TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE EXC-KEY-WK       TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE CARD-IMAGE-WK    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
