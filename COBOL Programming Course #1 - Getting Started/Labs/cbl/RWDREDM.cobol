      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RWDREDM.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    RWDREDM is the rewards redemption intake.  RDMIN carries
      *    one card per redemption -- account and whole points --
      *    and each card that passes its edits becomes a statement
      *    credit: the points come off the account's oldest lots on
      *    the points file (RWDFLDS), an R movement per lot touched
      *    is appended to the points ledger RWDLEDG (RLGFLDS), and
      *    the money goes out as one postable TRANFLDS credit on
      *    RWDPOST (type 'D' -- it lowers the balance -- code RWRD,
      *    per TCDFLDS) at one cent a point, wrapped in the
      *    BATCHHDR/BATCHTRL discipline for TRANEDIT so it reaches
      *    the account through POSTACCT like any other credit.
      *
      *    Edits, the JOINTMNT gatekeeper shape: the points must be
      *    a whole number above zero, the account must be on
      *    ACCTVSAM and active, it must have a points record, and
      *    the points asked for may not exceed the balance -- taken
      *    card by card, so a second card on one account is held to
      *    what the first left.  The points file is carried from
      *    RWDFILE to RWDOUT with the redemptions applied; rejects
      *    go to EXCPRINT and the shared EXCPFILE with a reason
      *    code EXCPSUM can trend.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDM-IN      ASSIGN TO RDMIN.
           SELECT RWD-IN      ASSIGN TO RWDFILE.
           SELECT RWD-OUT     ASSIGN TO RWDOUT.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT RWD-LEDG    ASSIGN TO RWDLEDG.
           SELECT TRAN-OUT    ASSIGN TO RWDPOST.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RDM-IN RECORDING MODE F.
       01  RDM-CARD.
           05  RCD-ACCT-NO        PIC X(8).
           05  RCD-POINTS         PIC X(9).
           05  RCD-POINTS-NUM REDEFINES RCD-POINTS
                                  PIC 9(9).
           05  FILLER             PIC X(63).
      *
       FD  RWD-IN RECORDING MODE F.
       01  RWD-IN-FIELDS.
           COPY RWDFLDS REPLACING LEADING ==RWD-== BY ==RWI-==.
      *
       FD  RWD-OUT RECORDING MODE F.
       01  RWD-FIELDS.
           COPY RWDFLDS.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  RWD-LEDG RECORDING MODE F.
       01  RLG-FIELDS.
           COPY RLGFLDS.
      *
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-OUT-REC           PIC X(50).
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  EXC-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-POINTS-O       PIC X(9).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-REASON-O       PIC X(30).
           05  FILLER             PIC X(29) VALUE SPACES.
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
           05  RWD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-RWD        VALUE 'Y'.
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
           05  CARDS-REDEEMED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
           05  RWD-RECS-CARRIED   PIC S9(7) COMP-3 VALUE ZERO.
           05  POINTS-REDEEMED    PIC S9(11) COMP-3 VALUE ZERO.
      *
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 500.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 500 TIMES INDEXED BY CD-IDX.
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-POINTS     PIC S9(9) COMP-3.
               10  CDT-MATCHED    PIC X(1).
      *
       01  REDEEM-WORK.
           05  POINT-VALUE        PIC S9V99 COMP-3 VALUE 0.01.
           05  DEDUCT-LEFT        PIC S9(9) COMP-3 VALUE ZERO.
           05  TAKE-POINTS        PIC S9(9) COMP-3 VALUE ZERO.
           05  LOT-MONTH-WK       PIC 9(6) VALUE ZERO.
           05  LOT-SUB            PIC S9(4) COMP VALUE 0.
           05  CREDIT-AMOUNT      PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01  TRAN-FIELDS.
           COPY TRANFLDS.
      *
       01  BATCH-CTL-WORK.
           05  BCTL-RECORD-TYPE   PIC X(8).
           05  BCTL-BATCH-ID      PIC X(8).
           05  BCTL-DECL-COUNT    PIC 9(7).
           05  BCTL-DECL-AMOUNT   PIC 9(9)V99.
           05  FILLER             PIC X(16).
       01  BATCH-TOTALS.
           05  BATCH-DETAIL-COUNT PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  EXCP-CODE-WK            PIC X(4) VALUE SPACES.
       01  EXC-KEY-WK              PIC X(8) VALUE SPACES.
       01  EXC-POINTS-WK           PIC X(9) VALUE SPACES.
       01  POINTS-EDIT-WK          PIC 9(9) VALUE ZERO.
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
               'Rewards Redemption Edits'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT  RDM-IN.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           OPEN EXTEND RWD-LEDG.
           OPEN OUTPUT TRAN-OUT.
           WRITE EXCEPT-REC FROM HEADER-1.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM GATHER-CARDS.
           PERFORM CARRY-POINTS-FORWARD.
           PERFORM REPORT-UNMATCHED-CARDS.
           PERFORM WRITE-BATCH-TRAILER.
      *
       CLOSE-STOP.
           DISPLAY 'RWDREDM: CARDS READ      = ' CARDS-READ.
           DISPLAY 'RWDREDM: CARDS REDEEMED  = ' CARDS-REDEEMED.
           DISPLAY 'RWDREDM: CARDS REJECTED  = ' CARDS-REJECTED.
           DISPLAY 'RWDREDM: RECORDS CARRIED = ' RWD-RECS-CARRIED.
           DISPLAY 'RWDREDM: POINTS REDEEMED = ' POINTS-REDEEMED.
           IF CARD-TABLE-FULL
               DISPLAY 'RWDREDM: CARD TABLE FILLED AT 500 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           CLOSE RDM-IN.
           CLOSE ACCT-VSAM.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           CLOSE RWD-LEDG.
           CLOSE TRAN-OUT.
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
                       MOVE RCD-ACCT-NO TO CDT-ACCT-NO(CARD-COUNT)
                       MOVE RCD-POINTS-NUM TO CDT-POINTS(CARD-COUNT)
                       MOVE 'N' TO CDT-MATCHED(CARD-COUNT)
                   ELSE
                       SET CARD-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-CARD
           END-PERFORM.
      *
       READ-CARD.
           READ RDM-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    A CARD IS REJECTED WHEN ITS POINTS ARE NOT A WHOLE
      *    NUMBER ABOVE ZERO, OR ITS ACCOUNT IS NOT ON ACCTVSAM OR
      *    NOT ACTIVE -- A CLOSED ACCOUNT TAKES NO NEW CREDITS.
       VALIDATE-CARD.
           MOVE 'Y' TO CARD-VALID-SWITCH.
           MOVE RDM-CARD    TO CARD-IMAGE-WK.
           MOVE RCD-ACCT-NO TO EXC-KEY-WK.
           MOVE RCD-POINTS  TO EXC-POINTS-WK.
           EVALUATE TRUE
               WHEN RCD-POINTS NOT NUMERIC
                   OR RCD-POINTS-NUM = ZERO
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE 'POINTS NOT A NUMBER ABOVE ZERO'
                       TO EXC-REASON-O
                   MOVE 'G001' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-ACTIVE
           END-EVALUATE.
      *
       CHECK-ACCOUNT-ACTIVE.
           MOVE RCD-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK OR NOT ACCOUNT-ACTIVE
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 'ACCOUNT NOT ON FILE OR ACTIVE' TO EXC-REASON-O
               MOVE 'G004' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           END-IF.
      *
      *    CARRY-POINTS-FORWARD -- every points record goes to
      *    RWDOUT, less whatever its cards redeem.
       CARRY-POINTS-FORWARD.
           OPEN INPUT  RWD-IN.
           OPEN OUTPUT RWD-OUT.
           PERFORM READ-RWD
           PERFORM UNTIL NO-MORE-RWD
               MOVE RWD-IN-FIELDS TO RWD-FIELDS
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CARD-COUNT
                   IF CDT-ACCT-NO(CD-IDX) = RWD-ACCT-NO
                       MOVE 'Y' TO CDT-MATCHED(CD-IDX)
                       PERFORM REDEEM-ONE-CARD
                   END-IF
               END-PERFORM
               WRITE RWD-FIELDS
               ADD 1 TO RWD-RECS-CARRIED
               PERFORM READ-RWD
           END-PERFORM.
           CLOSE RWD-IN.
           CLOSE RWD-OUT.
      *
       READ-RWD.
           READ RWD-IN
               AT END SET NO-MORE-RWD TO TRUE
           END-READ.
      *
      *    REDEEM-ONE-CARD -- refused when it asks for more than
      *    the balance left; otherwise drawn from the oldest lots
      *    and credited.
       REDEEM-ONE-CARD.
           IF CDT-POINTS(CD-IDX) > RWD-POINTS-BAL
               PERFORM SET-CARD-IMAGE
               MOVE 'MORE POINTS THAN THE BALANCE' TO EXC-REASON-O
               MOVE 'G003' TO EXCP-CODE-WK
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO CARDS-REDEEMED
               MOVE CDT-POINTS(CD-IDX) TO DEDUCT-LEFT
               PERFORM DEDUCT-OLDEST-LOT
                   UNTIL DEDUCT-LEFT = ZERO OR RWD-LOT-COUNT = 0
               ADD CDT-POINTS(CD-IDX) TO RWD-LIFE-REDEEMED
               ADD CDT-POINTS(CD-IDX) TO POINTS-REDEEMED
               COMPUTE CREDIT-AMOUNT = CDT-POINTS(CD-IDX) * POINT-VALUE
               MOVE SPACES           TO TRAN-FIELDS
               MOVE RWD-ACCT-NO      TO TRAN-ACCT-NO
               MOVE 'D'              TO TRAN-TYPE
               MOVE CREDIT-AMOUNT    TO TRAN-AMOUNT
               MOVE 'REWARDS CREDIT' TO TRAN-COMMENT
               MOVE 'RWRD'           TO TRAN-CODE
               PERFORM WRITE-BATCH-DETAIL
           END-IF.
      *
      *    DEDUCT-OLDEST-LOT -- takes what it can from lot 1 and
      *    writes the ledger record for it; an emptied lot is
      *    dropped and the rest move up.
       DEDUCT-OLDEST-LOT.
           MOVE RWD-LOT-MONTH(1) TO LOT-MONTH-WK.
           IF RWD-LOT-POINTS(1) > DEDUCT-LEFT
               MOVE DEDUCT-LEFT TO TAKE-POINTS
               SUBTRACT TAKE-POINTS FROM RWD-LOT-POINTS(1)
           ELSE
               MOVE RWD-LOT-POINTS(1) TO TAKE-POINTS
               PERFORM DROP-OLDEST-LOT
           END-IF.
           SUBTRACT TAKE-POINTS FROM DEDUCT-LEFT.
           SUBTRACT TAKE-POINTS FROM RWD-POINTS-BAL.
           MOVE SPACES           TO RLG-FIELDS.
           MOVE RWD-ACCT-NO      TO RLG-ACCT-NO.
           MOVE CURRENT-DATE-NUM TO RLG-DATE.
           MOVE 'R'              TO RLG-TYPE.
           COMPUTE RLG-POINTS = 0 - TAKE-POINTS.
           MOVE 'RWRD'           TO RLG-TRAN-CODE.
           COMPUTE RLG-TRAN-AMOUNT = TAKE-POINTS * POINT-VALUE.
           MOVE LOT-MONTH-WK     TO RLG-LOT-MONTH.
           MOVE 'RWDREDM'        TO RLG-PROGRAM.
           WRITE RLG-FIELDS.
      *
       DROP-OLDEST-LOT.
           PERFORM VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB >= RWD-LOT-COUNT
               MOVE RWD-LOT(LOT-SUB + 1) TO RWD-LOT(LOT-SUB)
           END-PERFORM.
           MOVE ZERO TO RWD-LOT-MONTH(RWD-LOT-COUNT).
           MOVE ZERO TO RWD-LOT-POINTS(RWD-LOT-COUNT).
           SUBTRACT 1 FROM RWD-LOT-COUNT.
      *
       REPORT-UNMATCHED-CARDS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-MATCHED(CD-IDX) NOT = 'Y'
                   PERFORM SET-CARD-IMAGE
                   MOVE 'NO REWARDS POINTS ON FILE' TO EXC-REASON-O
                   MOVE 'G002' TO EXCP-CODE-WK
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.
      *
       SET-CARD-IMAGE.
           MOVE CDT-ACCT-NO(CD-IDX) TO EXC-KEY-WK.
           MOVE CDT-POINTS(CD-IDX)  TO POINTS-EDIT-WK.
           MOVE POINTS-EDIT-WK      TO EXC-POINTS-WK.
           MOVE SPACES              TO CARD-IMAGE-WK.
           MOVE CDT-ACCT-NO(CD-IDX) TO CARD-IMAGE-WK(1:8).
           MOVE POINTS-EDIT-WK      TO CARD-IMAGE-WK(9:9).
      *
       WRITE-EXCEPTION.
           ADD 1 TO CARDS-REJECTED.
           MOVE EXC-KEY-WK    TO EXC-ACCT-NO-O.
           MOVE EXC-POINTS-WK TO EXC-POINTS-O.
           WRITE EXCEPT-REC.
           MOVE SPACES           TO EXCP-FIELDS.
           MOVE 'RWDREDM'        TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO EXCP-RUN-DATE.
           MOVE EXC-KEY-WK       TO EXCP-KEY.
           MOVE EXCP-CODE-WK     TO EXCP-REASON-CODE.
           MOVE CARD-IMAGE-WK    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
       WRITE-BATCH-DETAIL.
           MOVE WS-CURRENT-YEAR  TO TRAN-DATE-YR.
           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
           WRITE TRAN-OUT-REC FROM TRAN-FIELDS.
           ADD 1           TO BATCH-DETAIL-COUNT.
           ADD TRAN-AMOUNT TO BATCH-AMOUNT.
      *
       WRITE-BATCH-HEADER.
           MOVE SPACES     TO BATCH-CTL-WORK.
           MOVE 'BATCHHDR' TO BCTL-RECORD-TYPE.
           PERFORM SET-BATCH-ID.
           MOVE ZERO       TO BCTL-DECL-COUNT.
           MOVE ZERO       TO BCTL-DECL-AMOUNT.
           WRITE TRAN-OUT-REC FROM BATCH-CTL-WORK(1:50).
      *
       WRITE-BATCH-TRAILER.
           MOVE SPACES             TO BATCH-CTL-WORK.
           MOVE 'BATCHTRL'         TO BCTL-RECORD-TYPE.
           PERFORM SET-BATCH-ID.
           MOVE BATCH-DETAIL-COUNT TO BCTL-DECL-COUNT.
           MOVE BATCH-AMOUNT       TO BCTL-DECL-AMOUNT.
           WRITE TRAN-OUT-REC FROM BATCH-CTL-WORK(1:50).
      *
       SET-BATCH-ID.
           MOVE 'RW'                  TO BCTL-BATCH-ID(1:2).
           MOVE CURRENT-DATE-NUM(3:6) TO BCTL-BATCH-ID(3:6).
      *
