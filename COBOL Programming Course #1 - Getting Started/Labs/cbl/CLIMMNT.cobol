      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLIMMNT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    CLIMMNT maintains the customer exposure ceiling file
      *    (CLMFLDS): the optional cap on what one customer may owe
      *    across every account CUSTXREF links to their ID, which
      *    PURCHAUT and AUTHONL test beside each account's own
      *    ACCT-LIMIT.  CLMIN carries one card per change -- action
      *    'S' sets (or replaces) a customer's ceiling, action 'X'
      *    removes it so the customer is judged per account again.
      *    Each card is edited before it touches the file, the
      *    JOINTMNT shape: the action must be S or X, a set must
      *    carry a numeric ceiling above zero, and the customer ID
      *    must be one CUSTMNT has issued and still links to an
      *    account.  Several cards for one customer in a run apply
      *    in order, so the last card keyed is the one that stands.
      *
      *    The carried CUSTLIM goes to CLMOUT with changes applied
      *    and new ceilings appended; a carried ceiling whose
      *    customer no longer links to any account is dropped, the
      *    way CUSTMNT drops a link whose account has left the
      *    master.  Rejects go to EXCPRINT and the shared EXCPFILE
      *    with a reason code EXCPSUM can trend.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLM-IN      ASSIGN TO CLMIN.
           SELECT LIMIT-IN    ASSIGN TO CUSTLIM.
           SELECT LIMIT-OUT   ASSIGN TO CLMOUT.
           SELECT XREF-IN     ASSIGN TO CUSTXREF.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CLM-IN RECORDING MODE F.
       01  CLM-CARD.
           05  LCD-ACTION         PIC X(1).
           05  LCD-CUST-ID        PIC X(8).
           05  LCD-CEILING        PIC 9(7)V99.
           05  FILLER             PIC X(62).
      *
       FD  LIMIT-IN RECORDING MODE F.
       01  LIMIT-IN-FIELDS.
           COPY CLMFLDS REPLACING LEADING ==CLM-== BY ==CLMI-==.
      *
       FD  LIMIT-OUT RECORDING MODE F.
       01  LIMIT-FIELDS.
           COPY CLMFLDS.
      *
       FD  XREF-IN RECORDING MODE F.
       01  XREF-FIELDS.
           COPY CUSFLDS.
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  EXC-CUST-ID-O      PIC X(8).
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
           05  LIMIT-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LIMITS     VALUE 'Y'.
           05  XREF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-XREF       VALUE 'Y'.
           05  CARD-VALID-SWITCH  PIC X VALUE 'Y'.
               88  CARD-IS-VALID      VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  CUST-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CUST-TABLE-FULL    VALUE 'Y'.
           05  ID-FOUND-FLAG      PIC X VALUE 'N'.
               88  CUST-ID-ON-FILE    VALUE 'Y'.
           05  REMOVE-THIS-FLAG   PIC X VALUE 'N'.
               88  REMOVE-THIS-CEILING VALUE 'Y'.
           05  CHANGE-THIS-FLAG   PIC X VALUE 'N'.
               88  CHANGE-THIS-CEILING VALUE 'Y'.
           05  SUPERSEDED-FLAG    PIC X VALUE 'N'.
               88  CARD-SUPERSEDED    VALUE 'Y'.
      *
       01  MAINT-COUNTS.
           05  CARDS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CEILINGS-SET       PIC S9(7) COMP-3 VALUE ZERO.
           05  CEILINGS-CHANGED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CEILINGS-REMOVED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CEILINGS-CARRIED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CEILINGS-DROPPED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX CD-IDX2.
               10  CDT-ACTION     PIC X(1).
               10  CDT-CUST-ID    PIC X(8).
               10  CDT-CEILING    PIC S9(7)V99 COMP-3.
               10  CDT-MATCHED    PIC X(1).
      *
      *    CUST-TABLE -- every distinct customer ID on CUSTXREF, so
      *    a card can be checked and a carried ceiling kept only
      *    while its customer still holds an account.  The same
      *    bounded-table-with-a-warning treatment PROMMTCH gives
      *    payments.
       01  CUST-CTL.
           05  CUST-COUNT         PIC S9(4) COMP VALUE 0.
           05  CUST-MAX           PIC S9(4) COMP VALUE 5000.
       01  CUST-TABLE.
           05  CUST-ENTRY OCCURS 5000 TIMES INDEXED BY CU-IDX.
               10  CUT-CUST-ID    PIC X(8).
      *
       01  CUST-ID-WK             PIC X(8) VALUE SPACES.
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
       01  EXC-KEY-WK             PIC X(8) VALUE SPACES.
       01  EXC-ACTION-WK          PIC X(1) VALUE SPACE.
       01  CARD-IMAGE-WK          PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(33) VALUE
               'Customer Ceiling Maintenance Edit'.
           05  FILLER         PIC X(47) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE EXCEPT-REC FROM HEADER-1.
           PERFORM LOAD-CUSTOMER-IDS.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-CEILINGS-FORWARD.
           PERFORM APPEND-NEW-CEILINGS.
           PERFORM REPORT-UNMATCHED-REMOVALS.
      *
       CLOSE-STOP.
           DISPLAY 'CLIMMNT: CARDS READ       = ' CARDS-READ.
           DISPLAY 'CLIMMNT: CEILINGS SET     = ' CEILINGS-SET.
           DISPLAY 'CLIMMNT: CEILINGS CHANGED = ' CEILINGS-CHANGED.
           DISPLAY 'CLIMMNT: CEILINGS REMOVED = ' CEILINGS-REMOVED.
           DISPLAY 'CLIMMNT: CEILINGS CARRIED = ' CEILINGS-CARRIED.
           DISPLAY 'CLIMMNT: ORPHANS DROPPED  = ' CEILINGS-DROPPED.
           DISPLAY 'CLIMMNT: CARDS REJECTED   = ' CARDS-REJECTED.
           IF CARD-TABLE-FULL
               DISPLAY 'CLIMMNT: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           IF CUST-TABLE-FULL
               DISPLAY 'CLIMMNT: CUSTOMER TABLE FILLED AT 5000 -- '
                       'CEILINGS PAST IT CARRIED UNCHECKED'
           END-IF.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
      *    LOAD-CUSTOMER-IDS -- CUSTXREF holds one record per
      *    account, several per customer; each ID is held once.
       LOAD-CUSTOMER-IDS.
           OPEN INPUT XREF-IN.
           PERFORM READ-XREF
           PERFORM UNTIL NO-MORE-XREF
               MOVE CUS-CUST-ID TO CUST-ID-WK
               PERFORM CHECK-CUST-ID-EXISTS
               IF NOT CUST-ID-ON-FILE
                   IF CUST-COUNT < CUST-MAX
                       ADD 1 TO CUST-COUNT
                       MOVE CUS-CUST-ID TO CUT-CUST-ID(CUST-COUNT)
                   ELSE
                       SET CUST-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-XREF
           END-PERFORM.
           CLOSE XREF-IN.
      *
       READ-XREF.
           READ XREF-IN
               AT END SET NO-MORE-XREF TO TRUE
           END-READ.
      *
      *    CHECK-CUST-ID-EXISTS -- a full table cannot prove an ID
      *    absent, so it answers yes rather than reject good cards
      *    or drop good ceilings.
       CHECK-CUST-ID-EXISTS.
           MOVE 'N' TO ID-FOUND-FLAG.
           PERFORM VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > CUST-COUNT OR CUST-ID-ON-FILE
               IF CUT-CUST-ID(CU-IDX) = CUST-ID-WK
                   SET CUST-ID-ON-FILE TO TRUE
               END-IF
           END-PERFORM.
           IF CUST-TABLE-FULL
               SET CUST-ID-ON-FILE TO TRUE
           END-IF.
      *
       GATHER-CARDS.
           OPEN INPUT CLM-IN.
           PERFORM READ-CARD
           PERFORM UNTIL NO-MORE-CARDS
               ADD 1 TO CARDS-READ
               PERFORM VALIDATE-CARD
               IF CARD-IS-VALID
                   IF CARD-COUNT < CARD-MAX
                       ADD 1 TO CARD-COUNT
                       MOVE LCD-ACTION  TO CDT-ACTION(CARD-COUNT)
                       MOVE LCD-CUST-ID TO CDT-CUST-ID(CARD-COUNT)
                       IF LCD-ACTION = 'S'
                           MOVE LCD-CEILING
                               TO CDT-CEILING(CARD-COUNT)
                       ELSE
                           MOVE ZERO TO CDT-CEILING(CARD-COUNT)
                       END-IF
                       MOVE 'N' TO CDT-MATCHED(CARD-COUNT)
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CARD
           END-PERFORM.
           CLOSE CLM-IN.
      *
       READ-CARD.
           READ CLM-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS ACTION IS NOT S OR X, A SET
      *    CARRIES NO CEILING ABOVE ZERO, OR THE CUSTOMER ID IS NOT
      *    ONE CUSTXREF LINKS TO AN ACCOUNT.  A CEILING OF ZERO IS
      *    NOT "NO CEILING" -- THAT IS WHAT REMOVAL IS FOR.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE CLM-CARD    TO CARD-IMAGE-WK.
           MOVE LCD-CUST-ID TO EXC-KEY-WK.
           MOVE LCD-ACTION  TO EXC-ACTION-WK.
           EVALUATE TRUE
               WHEN LCD-ACTION NOT = 'S' AND LCD-ACTION NOT = 'X'
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'ACTION CODE NOT S OR X' TO EXC-REASON-O
                   MOVE 'C001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN LCD-ACTION = 'S'
                   AND (LCD-CEILING NOT NUMERIC
                        OR LCD-CEILING = ZERO)
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'CEILING MISSING OR ZERO' TO EXC-REASON-O
                   MOVE 'C002' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   MOVE LCD-CUST-ID TO CUST-ID-WK
                   PERFORM CHECK-CUST-ID-EXISTS
                   IF NOT CUST-ID-ON-FILE
                       MOVE 'N' TO CARD-VALID-SWITCH
                       MOVE 'CUSTOMER ID NOT ON FILE'
                           TO EXC-REASON-O
                       MOVE 'C003' TO EXCP-CODE-WK
                       PERFORM WRITE-EXCEPTION
                   END-IF
           END-EVALUATE.
      *
      *    CARRY-CEILINGS-FORWARD -- every carried ceiling goes to
      *    CLMOUT unless its customer has gone or a removal card
      *    claims it; the cards for a carried customer apply in
      *    the order keyed, and each is marked matched so the
      *    append pass leaves them alone.
       CARRY-CEILINGS-FORWARD.
           OPEN INPUT  LIMIT-IN.
           OPEN OUTPUT LIMIT-OUT.
           PERFORM READ-LIMIT
           PERFORM UNTIL NO-MORE-LIMITS
               MOVE CLMI-CUST-ID TO CUST-ID-WK
               PERFORM CHECK-CUST-ID-EXISTS
               IF CUST-ID-ON-FILE
                   PERFORM MATCH-CARDS-TO-CEILING
               ELSE
                   ADD 1 TO CEILINGS-DROPPED
               END-IF
               PERFORM READ-LIMIT
           END-PERFORM.
           CLOSE LIMIT-IN.
      *
       READ-LIMIT.
           READ LIMIT-IN
               AT END SET NO-MORE-LIMITS TO TRUE
           END-READ.
      *
       MATCH-CARDS-TO-CEILING.
           MOVE 'N' TO REMOVE-THIS-FLAG.
           MOVE 'N' TO CHANGE-THIS-FLAG.
           MOVE LIMIT-IN-FIELDS TO LIMIT-FIELDS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-CUST-ID(CD-IDX) = CLMI-CUST-ID
                   MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                   IF CDT-ACTION(CD-IDX) = 'X'
                       SET REMOVE-THIS-CEILING TO TRUE
                   ELSE
                       MOVE 'N' TO REMOVE-THIS-FLAG
                       SET CHANGE-THIS-CEILING TO TRUE
                       MOVE CDT-CEILING(CD-IDX) TO CLM-CEILING
                       MOVE CURRENT-DATE-NUM    TO CLM-SET-DATE
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN REMOVE-THIS-CEILING
                   ADD 1 TO CEILINGS-REMOVED
               WHEN CHANGE-THIS-CEILING
                   ADD 1 TO CEILINGS-CHANGED
                   WRITE LIMIT-FIELDS
               WHEN OTHER
                   ADD 1 TO CEILINGS-CARRIED
                   WRITE LIMIT-FIELDS
           END-EVALUATE.
      *
      *    APPEND-NEW-CEILINGS -- a set card for a customer with no
      *    carried ceiling; when one customer has several, only the
      *    last one keyed is written.
       APPEND-NEW-CEILINGS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'S'
                   AND CDT-MATCHED(CD-IDX) NOT = 'Y'
                   PERFORM CHECK-LATER-SET-CARD
                   IF NOT CARD-SUPERSEDED
                       ADD 1 TO CEILINGS-SET
                       MOVE SPACES              TO LIMIT-FIELDS
                       MOVE CDT-CUST-ID(CD-IDX) TO CLM-CUST-ID
                       MOVE CDT-CEILING(CD-IDX) TO CLM-CEILING
                       MOVE CURRENT-DATE-NUM    TO CLM-SET-DATE
                       WRITE LIMIT-FIELDS
                   END-IF
                   MOVE 'Y' TO CDT-MATCHED(CD-IDX)
               END-IF
           END-PERFORM.
           CLOSE LIMIT-OUT.
      *
       CHECK-LATER-SET-CARD.
           MOVE 'N' TO SUPERSEDED-FLAG.
           PERFORM VARYING CD-IDX2 FROM CD-IDX BY 1
               UNTIL CD-IDX2 > CARD-COUNT OR CARD-SUPERSEDED
               IF CD-IDX2 NOT = CD-IDX
                   AND CDT-ACTION(CD-IDX2) = 'S'
                   AND CDT-CUST-ID(CD-IDX2) = CDT-CUST-ID(CD-IDX)
                   SET CARD-SUPERSEDED TO TRUE
               END-IF
           END-PERFORM.
      *
       REPORT-UNMATCHED-REMOVALS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-ACTION(CD-IDX) = 'X'
                   AND CDT-MATCHED(CD-IDX) NOT = 'Y'
                   MOVE CDT-CUST-ID(CD-IDX) TO EXC-KEY-WK
                   MOVE 'X'                 TO EXC-ACTION-WK
                   MOVE SPACES TO CARD-IMAGE-WK
                   MOVE 'X'    TO CARD-IMAGE-WK(1:1)
                   MOVE CDT-CUST-ID(CD-IDX) TO CARD-IMAGE-WK(2:8)
                   MOVE 'NO CEILING TO REMOVE' TO EXC-REASON-O
                   MOVE 'C004' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.
      *
       WRITE-EXCEPTION.
           ADD 1 TO CARDS-REJECTED.
           MOVE EXC-KEY-WK    TO EXC-CUST-ID-O.
           MOVE EXC-ACTION-WK TO EXC-ACTION-O.
           WRITE EXCEPT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'CLIMMNT'        TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE EXC-KEY-WK       TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE CARD-IMAGE-WK    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
