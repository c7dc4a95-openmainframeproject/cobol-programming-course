      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RCVRECON.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    RCVRECON proves the subledger against the ledger every
      *    night.  GLPROOF shows the feed balances debit to credit;
      *    this run shows the CUSTOMER RECEIVABLE (11000000) it
      *    builds still equals the sum of ACCT-BALANCE on the
      *    master, the total every master-writing step already
      *    records in its control record (CTLFLDS).
      *
      *      - GL SIDE: RCVBALIN carries the receivable balance
      *        forward from the last run; each 11000000 line on
      *        tonight's GLFEED moves it (debits up, credits down)
      *        and is also totalled by GL-SOURCE.
      *      - MASTER SIDE: CTLHIST is the night's control records,
      *        one per master-writing step, concatenated in the
      *        order the steps ran.  The balance each step left,
      *        less the balance the step before it left (the first
      *        against the control balance RCVBALIN carries), is
      *        that program's movement of the master.  POSTCMB's
      *        record, on a split posting night, stands for the
      *        POSTACCT runs it combined.
      *      - BREAKDOWN: per source, GL movement against master
      *        movement.  A program that moved the master without
      *        its GL pair, or wrote the pair without moving the
      *        master, shows as a difference under its own name.
      *        FXREVAL restates foreign balances on the ledger only
      *        -- the master keeps native amounts -- so its movement
      *        is carried as a cumulative revaluation reconciling
      *        item instead of a difference.
      *      - TIE-OUT: GL balance less the cumulative revaluation
      *        against the latest control balance.  A difference
      *        already reported on an earlier night is carried as
      *        the open difference and shown until a correcting
      *        entry clears it; a NEW difference tonight ends the
      *        step with RETURN-CODE 8.
      *
      *    With no RCVBALIN record the run starts the
      *    reconciliation: the latest control balance becomes the
      *    opening position on both sides and the step ends with
      *    RETURN-CODE 4.  A run date already on RCVBALIN means the
      *    night has been reconciled; the run is refused with
      *    RETURN-CODE 8 and nothing is written.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FEED     ASSIGN TO GLFEED.
           SELECT CTL-HIST    ASSIGN TO CTLHIST.
           SELECT RCVBAL-IN   ASSIGN TO RCVBALIN.
           SELECT RCVBAL-OUT  ASSIGN TO RCVBALO.
           SELECT PRINT-LINE  ASSIGN TO RCVRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  GL-FEED RECORDING MODE F.
       01  GL-FIELDS.
           COPY GLFLDS.
      *
       FD  CTL-HIST RECORDING MODE F.
       01  CTL-FIELDS.
           COPY CTLFLDS.
      *
      *    RCVBAL-IN/RCVBAL-OUT -- the reconciliation's position,
      *    one record rewritten whole each run: the receivable GL
      *    balance, the control balance it was last compared to and
      *    which step wrote it, the cumulative revaluation, and the
      *    difference left open.
       FD  RCVBAL-IN RECORDING MODE F.
       01  RCVBAL-IN-REC.
           05  RBI-RUN-DATE       PIC 9(8).
           05  RBI-GL-BALANCE     PIC S9(11)V99 COMP-3.
           05  RBI-CTL-BALANCE    PIC S9(11)V99 COMP-3.
           05  RBI-CTL-PROGRAM    PIC X(8).
           05  RBI-CTL-RUN-DATE   PIC 9(8).
           05  RBI-FX-CUMULATIVE  PIC S9(11)V99 COMP-3.
           05  RBI-OPEN-DIFF      PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(28).
      *
       FD  RCVBAL-OUT RECORDING MODE F.
       01  RCVBAL-OUT-REC.
           05  RBO-RUN-DATE       PIC 9(8).
           05  RBO-GL-BALANCE     PIC S9(11)V99 COMP-3.
           05  RBO-CTL-BALANCE    PIC S9(11)V99 COMP-3.
           05  RBO-CTL-PROGRAM    PIC X(8).
           05  RBO-CTL-RUN-DATE   PIC 9(8).
           05  RBO-FX-CUMULATIVE  PIC S9(11)V99 COMP-3.
           05  RBO-OPEN-DIFF      PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(28).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  SRC-SOURCE-O       PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SRC-GL-MOVE-O      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SRC-MST-MOVE-O     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SRC-DIFF-O         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SRC-NOTE-O         PIC X(12).
       01  SUMMARY-REC.
           05  SUM-LABEL-O        PIC X(40).
           05  SUM-AMOUNT-O       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(22).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  FEED-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-FEED       VALUE 'Y'.
           05  CTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CTL        VALUE 'Y'.
           05  RCVBAL-FOUND-FLAG  PIC X VALUE 'N'.
               88  RCVBAL-FOUND       VALUE 'Y'.
           05  SLOT-FOUND-FLAG    PIC X VALUE 'N'.
               88  SLOT-FOUND         VALUE 'Y'.
           05  SRC-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  SRC-TABLE-FULL     VALUE 'Y'.
           05  CTL-SEEN-FLAG      PIC X VALUE 'N'.
               88  CTL-SEEN           VALUE 'Y'.
      *
       01  RECON-COUNTS.
           05  FEED-RECS-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05  RCV-LINES-TAKEN    PIC S9(7) COMP-3 VALUE ZERO.
           05  CTL-RECS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  SOURCES-OUT-OF-BAL PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    SRC-TABLE -- GL and master movement per source program.
       01  SRC-CTL.
           05  SRC-COUNT          PIC S9(4) COMP VALUE 0.
           05  SRC-MAX            PIC S9(4) COMP VALUE 50.
           05  SRC-SLOT           PIC S9(4) COMP VALUE 0.
       01  SRC-TABLE.
           05  SRC-ENTRY OCCURS 50 TIMES INDEXED BY SR-IDX.
               10  SRT-SOURCE     PIC X(8).
               10  SRT-GL-MOVE    PIC S9(11)V99 COMP-3.
               10  SRT-MST-MOVE   PIC S9(11)V99 COMP-3.
      *
       01  RECON-WORK.
           05  RECEIVABLE-ACCT    PIC X(8) VALUE '11000000'.
           05  SOURCE-WK          PIC X(8) VALUE SPACES.
           05  GL-SIGNED-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CTL-SIGNED-BAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  PRIOR-GL-BALANCE   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  PRIOR-CTL-BALANCE  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  PRIOR-FX-CUMULATIVE PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  PRIOR-OPEN-DIFF    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CHAIN-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  NEW-GL-BALANCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  NEW-FX-CUMULATIVE  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  STANDING-DIFF      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  NEW-DIFF           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  SOURCE-DIFF        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  SOURCE-DIFF-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  LAST-CTL-PROGRAM   PIC X(8) VALUE SPACES.
           05  LAST-CTL-RUN-DATE  PIC 9(8) VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Customer Receivable Subledger Reconcilia'.
           05  FILLER         PIC X(40) VALUE 'tion'.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'SOURCE'.
           05  FILLER         PIC X(19) VALUE '       GL MOVEMENT'.
           05  FILLER         PIC X(19) VALUE '   MASTER MOVEMENT'.
           05  FILLER         PIC X(20) VALUE '        DIFFERENCE'.
           05  FILLER         PIC X(12) VALUE 'NOTE'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM READ-CARRIED-POSITION.
           IF RCVBAL-FOUND AND RBI-RUN-DATE = CURRENT-DATE-NUM
               DISPLAY 'RCVRECON: ' CURRENT-DATE-NUM
                       ' ALREADY RECONCILED -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           PERFORM TAKE-MASTER-MOVEMENT.
           PERFORM TAKE-GL-MOVEMENT.
           IF NOT RCVBAL-FOUND
               PERFORM START-RECONCILIATION
           ELSE
               PERFORM JUDGE-BY-SOURCE
               PERFORM JUDGE-THE-TIE-OUT
           END-IF.
           PERFORM WRITE-NEW-POSITION.
      *
       CLOSE-STOP.
           DISPLAY 'RCVRECON: FEED RECORDS READ  = ' FEED-RECS-READ.
           DISPLAY 'RCVRECON: RECEIVABLE LINES   = ' RCV-LINES-TAKEN.
           DISPLAY 'RCVRECON: CONTROL RECORDS    = ' CTL-RECS-READ.
           DISPLAY 'RCVRECON: SOURCES OUT OF BAL = '
                   SOURCES-OUT-OF-BAL.
           DISPLAY 'RCVRECON: NEW DIFFERENCE     = ' NEW-DIFF.
           DISPLAY 'RCVRECON: OPEN DIFFERENCE    = ' STANDING-DIFF.
           IF SRC-TABLE-FULL
               DISPLAY 'RCVRECON: SOURCE TABLE FILLED AT 50 -- '
                       'EXCESS SOURCES NOT BROKEN DOWN'
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    READ-CARRIED-POSITION -- the one RCVBALIN record, if the
      *    reconciliation has been run before.
       READ-CARRIED-POSITION.
           OPEN INPUT RCVBAL-IN.
           READ RCVBAL-IN
               AT END CONTINUE
               NOT AT END SET RCVBAL-FOUND TO TRUE
           END-READ.
           CLOSE RCVBAL-IN.
           IF RCVBAL-FOUND
               MOVE RBI-GL-BALANCE    TO PRIOR-GL-BALANCE
               MOVE RBI-CTL-BALANCE   TO PRIOR-CTL-BALANCE
               MOVE RBI-FX-CUMULATIVE TO PRIOR-FX-CUMULATIVE
               MOVE RBI-OPEN-DIFF     TO PRIOR-OPEN-DIFF
               MOVE RBI-CTL-PROGRAM   TO LAST-CTL-PROGRAM
               MOVE RBI-CTL-RUN-DATE  TO LAST-CTL-RUN-DATE
           END-IF.
           MOVE PRIOR-CTL-BALANCE TO CHAIN-BALANCE.
      *
      *    TAKE-MASTER-MOVEMENT -- each control record's balance
      *    less the one before it is its program's movement.
       TAKE-MASTER-MOVEMENT.
           OPEN INPUT CTL-HIST.
           PERFORM READ-CTL
           PERFORM UNTIL NO-MORE-CTL
               ADD 1 TO CTL-RECS-READ
               MOVE CTL-BALANCE-TOTAL TO CTL-SIGNED-BAL
               IF CTL-BALANCE-SIGN = '-'
                   COMPUTE CTL-SIGNED-BAL = ZERO - CTL-SIGNED-BAL
               END-IF
               MOVE CTL-PROGRAM TO SOURCE-WK
               IF SOURCE-WK = 'POSTCMB'
                   MOVE 'POSTACCT' TO SOURCE-WK
               END-IF
               PERFORM FIND-SOURCE-SLOT
               IF SLOT-FOUND AND RCVBAL-FOUND
                   COMPUTE SRT-MST-MOVE(SRC-SLOT) =
                       SRT-MST-MOVE(SRC-SLOT)
                       + CTL-SIGNED-BAL - CHAIN-BALANCE
               END-IF
               MOVE CTL-SIGNED-BAL    TO CHAIN-BALANCE
               MOVE CTL-PROGRAM       TO LAST-CTL-PROGRAM
               MOVE CTL-RUN-DATE      TO LAST-CTL-RUN-DATE
               SET CTL-SEEN TO TRUE
               PERFORM READ-CTL
           END-PERFORM.
           CLOSE CTL-HIST.
      *
       READ-CTL.
           READ CTL-HIST
               AT END SET NO-MORE-CTL TO TRUE
           END-READ.
      *
      *    TAKE-GL-MOVEMENT -- only the receivable account's lines
      *    count; debits raise it, credits lower it.
       TAKE-GL-MOVEMENT.
           MOVE PRIOR-GL-BALANCE TO NEW-GL-BALANCE.
           OPEN INPUT GL-FEED.
           PERFORM READ-FEED
           PERFORM UNTIL NO-MORE-FEED
               ADD 1 TO FEED-RECS-READ
               IF GL-ACCOUNT = RECEIVABLE-ACCT
                   ADD 1 TO RCV-LINES-TAKEN
                   IF GL-DEBIT
                       MOVE GL-AMOUNT TO GL-SIGNED-AMT
                   ELSE
                       COMPUTE GL-SIGNED-AMT = ZERO - GL-AMOUNT
                   END-IF
                   ADD GL-SIGNED-AMT TO NEW-GL-BALANCE
                   MOVE GL-SOURCE TO SOURCE-WK
                   PERFORM FIND-SOURCE-SLOT
                   IF SLOT-FOUND
                       ADD GL-SIGNED-AMT TO SRT-GL-MOVE(SRC-SLOT)
                   END-IF
               END-IF
               PERFORM READ-FEED
           END-PERFORM.
           CLOSE GL-FEED.
      *
       READ-FEED.
           READ GL-FEED
               AT END SET NO-MORE-FEED TO TRUE
           END-READ.
      *
      *    FIND-SOURCE-SLOT -- SOURCE-WK's line, opened on first
      *    sight.
       FIND-SOURCE-SLOT.
           MOVE 'N' TO SLOT-FOUND-FLAG.
           PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > SRC-COUNT OR SLOT-FOUND
               IF SRT-SOURCE(SR-IDX) = SOURCE-WK
                   SET SLOT-FOUND TO TRUE
                   SET SRC-SLOT TO SR-IDX
               END-IF
           END-PERFORM.
           IF NOT SLOT-FOUND
               IF SRC-COUNT < SRC-MAX
                   ADD 1 TO SRC-COUNT
                   MOVE SRC-COUNT TO SRC-SLOT
                   MOVE SOURCE-WK TO SRT-SOURCE(SRC-SLOT)
                   MOVE ZERO      TO SRT-GL-MOVE(SRC-SLOT)
                   MOVE ZERO      TO SRT-MST-MOVE(SRC-SLOT)
                   SET SLOT-FOUND TO TRUE
               ELSE
                   SET SRC-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
      *    START-RECONCILIATION -- the first run: the latest control
      *    balance is taken as the ledger's opening receivable.
       START-RECONCILIATION.
           MOVE CHAIN-BALANCE TO NEW-GL-BALANCE.
           MOVE ZERO          TO NEW-FX-CUMULATIVE.
           MOVE ZERO          TO STANDING-DIFF.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'RECONCILIATION STARTED AT CONTROL BALANCE'
               TO SUM-LABEL-O.
           MOVE CHAIN-BALANCE TO SUM-AMOUNT-O.
           WRITE SUMMARY-REC.
           DISPLAY 'RCVRECON: NO CARRIED POSITION -- '
                   'RECONCILIATION STARTED'.
           MOVE 4 TO RETURN-CODE.
      *
      *    JUDGE-BY-SOURCE -- one line per source; FXREVAL's
      *    ledger-only movement is the revaluation item.
       JUDGE-BY-SOURCE.
           MOVE PRIOR-FX-CUMULATIVE TO NEW-FX-CUMULATIVE.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > SRC-COUNT
               COMPUTE SOURCE-DIFF =
                   SRT-GL-MOVE(SR-IDX) - SRT-MST-MOVE(SR-IDX)
               MOVE SPACES              TO PRINT-REC
               MOVE SRT-SOURCE(SR-IDX)  TO SRC-SOURCE-O
               MOVE SRT-GL-MOVE(SR-IDX) TO SRC-GL-MOVE-O
               MOVE SRT-MST-MOVE(SR-IDX) TO SRC-MST-MOVE-O
               MOVE SOURCE-DIFF         TO SRC-DIFF-O
               EVALUATE TRUE
                   WHEN SRT-SOURCE(SR-IDX) = 'FXREVAL'
                       ADD SOURCE-DIFF TO NEW-FX-CUMULATIVE
                       MOVE 'FX REVALUED' TO SRC-NOTE-O
                   WHEN SOURCE-DIFF NOT = ZERO
                       ADD 1 TO SOURCES-OUT-OF-BAL
                       ADD SOURCE-DIFF TO SOURCE-DIFF-TOTAL
                       MOVE 'OUT OF BAL' TO SRC-NOTE-O
                       DISPLAY 'RCVRECON: ' SRT-SOURCE(SR-IDX)
                               ' GL AND MASTER DIFFER BY '
                               SOURCE-DIFF
               END-EVALUATE
               WRITE PRINT-REC
           END-PERFORM.
      *
      *    JUDGE-THE-TIE-OUT -- the whole position: ledger less the
      *    revaluation item against the latest control balance.
       JUDGE-THE-TIE-OUT.
           IF NOT CTL-SEEN
               DISPLAY 'RCVRECON: NO CONTROL RECORDS ON CTLHIST -- '
                       'MASTER TAKEN AS UNCHANGED'
           END-IF.
           COMPUTE STANDING-DIFF =
               NEW-GL-BALANCE - NEW-FX-CUMULATIVE - CHAIN-BALANCE.
           COMPUTE NEW-DIFF = STANDING-DIFF - PRIOR-OPEN-DIFF.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'PRIOR RECEIVABLE GL BALANCE' TO SUM-LABEL-O.
           MOVE PRIOR-GL-BALANCE TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'RECEIVABLE GL BALANCE NOW' TO SUM-LABEL-O.
           MOVE NEW-GL-BALANCE TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'LESS CUMULATIVE FX REVALUATION' TO SUM-LABEL-O.
           MOVE NEW-FX-CUMULATIVE TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'PRIOR CONTROL BALANCE' TO SUM-LABEL-O.
           MOVE PRIOR-CTL-BALANCE TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SUM-LABEL-O.
           STRING 'LATEST CONTROL BALANCE (' DELIMITED BY SIZE
                  LAST-CTL-PROGRAM DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO SUM-LABEL-O
           END-STRING.
           MOVE CHAIN-BALANCE TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'DIFFERENCE OPEN FROM EARLIER NIGHTS' TO SUM-LABEL-O.
           MOVE PRIOR-OPEN-DIFF TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'NEW DIFFERENCE TONIGHT' TO SUM-LABEL-O.
           MOVE NEW-DIFF TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'DIFFERENCE OPEN NOW' TO SUM-LABEL-O.
           MOVE STANDING-DIFF TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           IF NEW-DIFF NOT = SOURCE-DIFF-TOTAL
               DISPLAY 'RCVRECON: SOURCE BREAKDOWN DOES NOT ADD TO '
                       'THE NEW DIFFERENCE -- CHECK CTLHIST ORDER'
           END-IF.
           IF NEW-DIFF NOT = ZERO
               DISPLAY 'RCVRECON: RECEIVABLE OUT OF BALANCE WITH '
                       'MASTER BY ' NEW-DIFF
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       WRITE-SUMMARY-LINE.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
      *
       WRITE-NEW-POSITION.
           OPEN OUTPUT RCVBAL-OUT.
           MOVE SPACES            TO RCVBAL-OUT-REC.
           MOVE CURRENT-DATE-NUM  TO RBO-RUN-DATE.
           MOVE NEW-GL-BALANCE    TO RBO-GL-BALANCE.
           MOVE CHAIN-BALANCE     TO RBO-CTL-BALANCE.
           MOVE LAST-CTL-PROGRAM  TO RBO-CTL-PROGRAM.
           MOVE LAST-CTL-RUN-DATE TO RBO-CTL-RUN-DATE.
           MOVE NEW-FX-CUMULATIVE TO RBO-FX-CUMULATIVE.
           MOVE STANDING-DIFF     TO RBO-OPEN-DIFF.
           WRITE RCVBAL-OUT-REC.
           CLOSE RCVBAL-OUT.
