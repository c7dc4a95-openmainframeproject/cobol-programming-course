      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NITEROLL.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    NITEROLL undoes a whole night as one unit.  BACKOUT
      *    reverses one posting batch, but by morning INTACCR,
      *    CHGOFF, GLPROOF and RCVRECON have built generations of
      *    their own on top of it; the only clean way back is to
      *    fall back every generation the night produced together,
      *    and to prove the one fallen back to is sound before
      *    anything is deleted.  PARMCARD carries the run date
      *    (YYYYMMDD) in bytes 1-8.
      *
      *      - RUNS: every RUNLOG record dated that night, listed
      *        with its counts and return code.
      *      - MASTER GENERATIONS: CTLALL is the whole CTLREC
      *        generation group, newest generation first.  The
      *        control records dated that night are the account
      *        master generations it produced; the first record
      *        before them describes the generation to restore.
      *      - PROOF: ACCTALL is the whole ACCTREC generation group
      *        in the same order.  Each generation is read for the
      *        record count its control record gives, and its
      *        count, ACCT-BALANCE total and ACCT-LIMIT total are
      *        recomputed against that record -- the night's own
      *        generations first, which proves the two groups line
      *        up, then the one to be restored.  The generations
      *        are read at either record version, since rolling
      *        back the ACCTCONV night restores a 244-byte
      *        version-1 master; only the amounts are used.
      *      - GL REVERSAL: every GLFEED line dated that night is
      *        written to GLREV on the opposite side, source
      *        'NITEROLL', so finance can take back a feed it has
      *        already loaded; each line's description names the
      *        source and night it reverses.
      *      - RESTORE LIST: how many of the newest generations of
      *        each group to delete.  ACCTREC and CTLREC come from
      *        the control records; a POSTACCT run that was not
      *        refused starts one TRANHIST, SUSPENSE and GLFEED
      *        generation, a GLPROOF run one GLBAL generation, and a
      *        clean GLPROOF run one RCVBAL generation (the streams
      *        in POSTNITE and NITEWRAP).  Every run is also listed
      *        for review of the files it updates in place, which
      *        no generation restores.  Deleting a TRANHIST
      *        generation leaves its history in the HISTIDX index,
      *        so the list then calls for a HISTBLD rebuild.
      *
      *    The run is refused with RETURN-CODE 8 and nothing
      *    written when the card is missing, when RUNLOG or CTLREC
      *    shows a later night (that night must be rolled back
      *    first), when nothing at all ran that night, or when no
      *    earlier generation is left to restore.  A generation
      *    that does not prove ends the step with RETURN-CODE 16:
      *    the report shows the difference and no reversal or
      *    restore list is produced.  A refused run on the night, a
      *    control record with no RUNLOG record, or a GLFEED line
      *    from a source that never logged ends the step with
      *    RETURN-CODE 4 -- the list stands, but read the warnings
      *    first, since a refused run can leave an empty generation
      *    the control records cannot see.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT CTL-ALL     ASSIGN TO CTLALL.
           SELECT ACCT-ALL    ASSIGN TO ACCTALL.
           SELECT GL-FEED     ASSIGN TO GLFEED.
           SELECT GL-REV      ASSIGN TO GLREV.
           SELECT PRINT-LINE  ASSIGN TO ROLLRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    PARM-CARD -- one 80-byte control record: the night to
      *    roll back.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE      PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       FD  CTL-ALL RECORDING MODE F.
       01  CTL-FIELDS.
           COPY CTLFLDS.
      *
       FD  ACCT-ALL RECORDING MODE F
           RECORD VARYING IN SIZE FROM 244 TO 400 CHARACTERS
               DEPENDING ON ACCT-REC-LENGTH.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  GL-FEED RECORDING MODE F.
       01  GL-FIELDS.
           COPY GLFLDS.
      *
       FD  GL-REV RECORDING MODE F.
       01  GL-REV-FIELDS.
           COPY GLFLDS REPLACING LEADING ==GL-== BY ==GLR-==.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  RUN-PROGRAM-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  RUN-START-O        PIC 9(6).
           05  FILLER             PIC X(02).
           05  RUN-END-O          PIC 9(6).
           05  FILLER             PIC X(02).
           05  RUN-IN-O           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(02).
           05  RUN-OUT-O          PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(02).
           05  RUN-RC-O           PIC ZZZ9.
           05  FILLER             PIC X(02).
           05  RUN-NOTE-O         PIC X(26).
       01  GEN-REC.
           05  GEN-REL-O          PIC ---9.
           05  FILLER             PIC X(02).
           05  GEN-PROGRAM-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  GEN-DATE-O         PIC 9(8).
           05  FILLER             PIC X(02).
           05  GEN-COUNT-O        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(01).
           05  GEN-BALANCE-O      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02).
           05  GEN-PROOF-O        PIC X(09).
           05  FILLER             PIC X(02).
           05  GEN-ACTION-O       PIC X(13).
       01  SRC-REC.
           05  SRC-SOURCE-O       PIC X(8).
           05  FILLER             PIC X(02).
           05  SRC-LINES-O        PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(02).
           05  SRC-DEBITS-O       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(01).
           05  SRC-CREDITS-O      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02).
           05  SRC-NOTE-O         PIC X(20).
       01  RESTORE-REC.
           05  RST-GROUP-O        PIC X(8).
           05  FILLER             PIC X(02).
           05  RST-DELETE-O       PIC ZZ9.
           05  FILLER             PIC X(02).
           05  RST-TEXT-O         PIC X(65).
       01  SUMMARY-REC.
           05  SUM-LABEL-O        PIC X(44).
           05  SUM-AMOUNT-O       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(18).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LOG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-LOG        VALUE 'Y'.
           05  CTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CTL        VALUE 'Y'.
           05  ACCT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-ACCT       VALUE 'Y'.
           05  FEED-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-FEED       VALUE 'Y'.
           05  LATER-NIGHT-FLAG   PIC X VALUE 'N'.
               88  LATER-NIGHT-FOUND  VALUE 'Y'.
           05  PRIOR-FOUND-FLAG   PIC X VALUE 'N'.
               88  PRIOR-GEN-FOUND    VALUE 'Y'.
           05  PROOF-FAILED-FLAG  PIC X VALUE 'N'.
               88  PROOF-FAILED       VALUE 'Y'.
           05  RUN-FOUND-FLAG     PIC X VALUE 'N'.
               88  RUN-FOUND          VALUE 'Y'.
           05  SLOT-FOUND-FLAG    PIC X VALUE 'N'.
               88  SLOT-FOUND         VALUE 'Y'.
           05  SRC-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  SRC-TABLE-FULL     VALUE 'Y'.
      *
       01  ACCT-REC-LENGTH        PIC 9(4) COMP VALUE ZERO.
      *
       01  ROLL-COUNTS.
           05  LOG-RECS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  CTL-RECS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCT-RECS-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05  FEED-RECS-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05  GL-LINES-REVERSED  PIC S9(7) COMP-3 VALUE ZERO.
           05  GL-LINES-OTHER     PIC S9(7) COMP-3 VALUE ZERO.
           05  GENS-NOT-PROVED    PIC S9(5) COMP-3 VALUE ZERO.
           05  ROLL-WARNINGS      PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    RUN-TABLE -- the night's RUNLOG records in the order they
      *    were logged.
       01  RUN-CTL.
           05  RUN-COUNT          PIC S9(4) COMP VALUE 0.
           05  RUN-MAX            PIC S9(4) COMP VALUE 100.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 100 TIMES INDEXED BY RN-IDX.
               10  RNT-PROGRAM    PIC X(8).
               10  RNT-START-TIME PIC 9(6).
               10  RNT-END-TIME   PIC 9(6).
               10  RNT-RECS-IN    PIC 9(7).
               10  RNT-RECS-OUT   PIC 9(7).
               10  RNT-RC         PIC 9(4).
      *
      *    GEN-TABLE -- the night's master generations, newest
      *    first, then the generation to restore; each with the
      *    totals its control record claims and the totals read.
       01  GEN-CTL.
           05  GEN-COUNT          PIC S9(4) COMP VALUE 0.
           05  GEN-MAX            PIC S9(4) COMP VALUE 20.
           05  NIGHT-GENS         PIC S9(4) COMP VALUE 0.
       01  GEN-TABLE.
           05  GEN-ENTRY OCCURS 20 TIMES INDEXED BY GN-IDX.
               10  GNT-PROGRAM    PIC X(8).
               10  GNT-RUN-DATE   PIC 9(8).
               10  GNT-COUNT      PIC S9(7) COMP-3.
               10  GNT-BALANCE    PIC S9(11)V99 COMP-3.
               10  GNT-LIMIT      PIC S9(11)V99 COMP-3.
               10  GNT-READ-COUNT PIC S9(7) COMP-3.
               10  GNT-READ-BAL   PIC S9(11)V99 COMP-3.
               10  GNT-READ-LIMIT PIC S9(11)V99 COMP-3.
               10  GNT-PROOF-FLAG PIC X.
                   88  GNT-PROVED     VALUE 'Y'.
      *
      *    SRC-TABLE -- the GL lines reversed, per original source.
       01  SRC-CTL.
           05  SRC-COUNT          PIC S9(4) COMP VALUE 0.
           05  SRC-MAX            PIC S9(4) COMP VALUE 50.
           05  SRC-SLOT           PIC S9(4) COMP VALUE 0.
       01  SRC-TABLE.
           05  SRC-ENTRY OCCURS 50 TIMES INDEXED BY SR-IDX.
               10  SRT-SOURCE     PIC X(8).
               10  SRT-LINES      PIC S9(7) COMP-3.
               10  SRT-DEBITS     PIC S9(11)V99 COMP-3.
               10  SRT-CREDITS    PIC S9(11)V99 COMP-3.
      *
      *    RESTORE-COUNTS -- newest generations to delete per group.
       01  RESTORE-COUNTS.
           05  TRANHIST-GENS      PIC S9(4) COMP VALUE 0.
           05  GLBAL-GENS         PIC S9(4) COMP VALUE 0.
           05  RCVBAL-GENS        PIC S9(4) COMP VALUE 0.
      *
       01  ROLL-WORK.
           05  ROLL-DATE          PIC 9(8) VALUE ZERO.
           05  LATER-PROGRAM      PIC X(8) VALUE SPACES.
           05  LATER-RUN-DATE     PIC 9(8) VALUE ZERO.
           05  SOURCE-WK          PIC X(8) VALUE SPACES.
           05  PROGRAM-WK         PIC X(8) VALUE SPACES.
           05  REL-GEN            PIC S9(4) COMP VALUE 0.
           05  SIGNED-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  REV-DEBIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  REV-CREDIT-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  RESTORE-TEXT       PIC X(65) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Whole-Night Rollback for Night'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  HDR-ROLL-DATE  PIC 9(8).
           05  FILLER         PIC X(41) VALUE SPACES.
       01  HEADER-RUNS.
           05  FILLER         PIC X(40) VALUE
               'RUNS LOGGED THAT NIGHT'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-RUNS-2.
           05  FILLER         PIC X(10) VALUE 'PROGRAM'.
           05  FILLER         PIC X(08) VALUE 'START'.
           05  FILLER         PIC X(08) VALUE 'END'.
           05  FILLER         PIC X(11) VALUE '    RECS IN'.
           05  FILLER         PIC X(11) VALUE '   RECS OUT'.
           05  FILLER         PIC X(06) VALUE '    RC'.
           05  FILLER         PIC X(26) VALUE '  NOTE'.
       01  HEADER-GENS.
           05  FILLER         PIC X(40) VALUE
               'ACCOUNT MASTER GENERATIONS, NEWEST FIRST'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-GENS-2.
           05  FILLER         PIC X(06) VALUE 'GEN'.
           05  FILLER         PIC X(10) VALUE 'WRITER'.
           05  FILLER         PIC X(10) VALUE 'RUN DATE'.
           05  FILLER         PIC X(10) VALUE '  RECORDS'.
           05  FILLER         PIC X(20) VALUE '       BALANCE'.
           05  FILLER         PIC X(11) VALUE 'PROOF'.
           05  FILLER         PIC X(13) VALUE 'ACTION'.
       01  HEADER-SRC.
           05  FILLER         PIC X(40) VALUE
               'GL LINES REVERSED ON GLREV, BY SOURCE'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-SRC-2.
           05  FILLER         PIC X(10) VALUE 'SOURCE'.
           05  FILLER         PIC X(11) VALUE '      LINES'.
           05  FILLER         PIC X(19) VALUE '   DEBITS REVERSED'.
           05  FILLER         PIC X(20) VALUE '   CREDITS REVERSED'.
           05  FILLER         PIC X(20) VALUE '  NOTE'.
       01  HEADER-RST.
           05  FILLER         PIC X(40) VALUE
               'RESTORE LIST'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-RST-2.
           05  FILLER         PIC X(10) VALUE 'GROUP'.
           05  FILLER         PIC X(05) VALUE 'DEL'.
           05  FILLER         PIC X(65) VALUE
               'NEWEST GENERATIONS TO DELETE, OR WHAT TO REVIEW'.
       01  BLANK-LINE         PIC X(80) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-CARD.
           IF PARM-RUN-DATE NOT NUMERIC
               DISPLAY 'NITEROLL: PARMCARD CARRIES NO RUN DATE -- '
                       'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PARM-RUN-DATE TO ROLL-DATE.
           PERFORM LOAD-NIGHT-RUNS.
           PERFORM FIND-NIGHT-GENERATIONS.
           OPEN OUTPUT PRINT-LINE.
           MOVE ROLL-DATE TO HDR-ROLL-DATE.
           WRITE PRINT-REC FROM HEADER-1.
           PERFORM PROVE-GENERATIONS.
           PERFORM LIST-NIGHT-RUNS.
           PERFORM LIST-GENERATIONS.
           IF PROOF-FAILED
               DISPLAY 'NITEROLL: ' GENS-NOT-PROVED
                       ' GENERATION(S) DO NOT PROVE -- NO REVERSAL '
                       'OR RESTORE LIST WRITTEN'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REVERSE-GL-FEED
               PERFORM LIST-REVERSAL
               PERFORM LIST-RESTORE
               IF ROLL-WARNINGS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       CLOSE-STOP.
           DISPLAY 'NITEROLL: NIGHT ROLLED BACK    = ' ROLL-DATE.
           DISPLAY 'NITEROLL: RUNS LOGGED THAT NIGHT = ' RUN-COUNT.
           DISPLAY 'NITEROLL: MASTER GENERATIONS   = ' NIGHT-GENS.
           DISPLAY 'NITEROLL: MASTER RECORDS READ  = ' ACCT-RECS-READ.
           DISPLAY 'NITEROLL: GENERATIONS UNPROVED = '
                   GENS-NOT-PROVED.
           DISPLAY 'NITEROLL: GL LINES REVERSED    = '
                   GL-LINES-REVERSED.
           DISPLAY 'NITEROLL: GL LINES NOT DATED   = '
                   GL-LINES-OTHER.
           DISPLAY 'NITEROLL: WARNINGS             = ' ROLL-WARNINGS.
           IF SRC-TABLE-FULL
               DISPLAY 'NITEROLL: SOURCE TABLE FILLED AT 50 -- '
                       'EXCESS SOURCES NOT BROKEN DOWN'
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    LOAD-NIGHT-RUNS -- the night's RUNLOG records; a record
      *    dated after the night means a later night ran on top of
      *    it.
       LOAD-NIGHT-RUNS.
           OPEN INPUT RUN-LOG.
           PERFORM READ-LOG
           PERFORM UNTIL NO-MORE-LOG
               ADD 1 TO LOG-RECS-READ
               IF LOG-RUN-DATE > ROLL-DATE
                   SET LATER-NIGHT-FOUND TO TRUE
                   MOVE LOG-PROGRAM  TO LATER-PROGRAM
                   MOVE LOG-RUN-DATE TO LATER-RUN-DATE
               END-IF
               IF LOG-RUN-DATE = ROLL-DATE
                   IF RUN-COUNT NOT < RUN-MAX
                       DISPLAY 'NITEROLL: MORE THAN 100 RUNS LOGGED '
                               'ON ' ROLL-DATE ' -- RUN TABLE FULL'
                       MOVE 16 TO RETURN-CODE
                       CLOSE RUN-LOG
                       GOBACK
                   END-IF
                   ADD 1 TO RUN-COUNT
                   SET RN-IDX TO RUN-COUNT
                   MOVE LOG-PROGRAM     TO RNT-PROGRAM(RN-IDX)
                   MOVE LOG-START-TIME  TO RNT-START-TIME(RN-IDX)
                   MOVE LOG-END-TIME    TO RNT-END-TIME(RN-IDX)
                   MOVE LOG-RECS-IN     TO RNT-RECS-IN(RN-IDX)
                   MOVE LOG-RECS-OUT    TO RNT-RECS-OUT(RN-IDX)
                   MOVE LOG-RETURN-CODE TO RNT-RC(RN-IDX)
               END-IF
               PERFORM READ-LOG
           END-PERFORM.
           CLOSE RUN-LOG.
           IF LATER-NIGHT-FOUND
               DISPLAY 'NITEROLL: ' LATER-PROGRAM ' LOGGED A RUN ON '
                       LATER-RUN-DATE ' -- ROLL BACK THAT NIGHT '
                       'FIRST; RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       READ-LOG.
           READ RUN-LOG
               AT END SET NO-MORE-LOG TO TRUE
           END-READ.
      *
      *    FIND-NIGHT-GENERATIONS -- newest control record first:
      *    those dated the night are its generations, the next one
      *    is the generation to restore, and nothing older is read.
       FIND-NIGHT-GENERATIONS.
           OPEN INPUT CTL-ALL.
           PERFORM READ-CTL
           PERFORM UNTIL NO-MORE-CTL OR PRIOR-GEN-FOUND
                   OR LATER-NIGHT-FOUND
               ADD 1 TO CTL-RECS-READ
               IF CTL-RUN-DATE > ROLL-DATE
                   SET LATER-NIGHT-FOUND TO TRUE
                   MOVE CTL-PROGRAM  TO LATER-PROGRAM
                   MOVE CTL-RUN-DATE TO LATER-RUN-DATE
               ELSE
                   PERFORM TAKE-CONTROL-RECORD
                   IF CTL-RUN-DATE < ROLL-DATE
                       SET PRIOR-GEN-FOUND TO TRUE
                   ELSE
                       ADD 1 TO NIGHT-GENS
                       PERFORM READ-CTL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CTL-ALL.
           IF LATER-NIGHT-FOUND
               DISPLAY 'NITEROLL: ' LATER-PROGRAM ' WROTE A MASTER '
                       'GENERATION ON ' LATER-RUN-DATE ' -- ROLL '
                       'BACK THAT NIGHT FIRST; RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NIGHT-GENS = ZERO AND RUN-COUNT = ZERO
               DISPLAY 'NITEROLL: NOTHING RAN ON ' ROLL-DATE
                       ' -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT PRIOR-GEN-FOUND
               DISPLAY 'NITEROLL: NO MASTER GENERATION BEFORE '
                       ROLL-DATE ' LEFT TO RESTORE -- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *    TAKE-CONTROL-RECORD -- one generation's claimed totals,
      *    signs applied.
       TAKE-CONTROL-RECORD.
           IF GEN-COUNT NOT < GEN-MAX
               DISPLAY 'NITEROLL: MORE THAN 20 MASTER GENERATIONS ON '
                       ROLL-DATE ' -- GENERATION TABLE FULL'
               MOVE 16 TO RETURN-CODE
               CLOSE CTL-ALL
               GOBACK
           END-IF.
           ADD 1 TO GEN-COUNT.
           SET GN-IDX TO GEN-COUNT.
           MOVE CTL-PROGRAM       TO GNT-PROGRAM(GN-IDX).
           MOVE CTL-RUN-DATE      TO GNT-RUN-DATE(GN-IDX).
           MOVE CTL-RECORD-COUNT  TO GNT-COUNT(GN-IDX).
           MOVE CTL-BALANCE-TOTAL TO GNT-BALANCE(GN-IDX).
           IF CTL-BALANCE-SIGN = '-'
               COMPUTE GNT-BALANCE(GN-IDX) =
                   ZERO - GNT-BALANCE(GN-IDX)
           END-IF.
           MOVE CTL-LIMIT-TOTAL   TO GNT-LIMIT(GN-IDX).
           IF CTL-LIMIT-SIGN = '-'
               COMPUTE GNT-LIMIT(GN-IDX) = ZERO - GNT-LIMIT(GN-IDX)
           END-IF.
           MOVE ZERO TO GNT-READ-COUNT(GN-IDX).
           MOVE ZERO TO GNT-READ-BAL(GN-IDX).
           MOVE ZERO TO GNT-READ-LIMIT(GN-IDX).
           MOVE 'N'  TO GNT-PROOF-FLAG(GN-IDX).
      *
       READ-CTL.
           READ CTL-ALL
               AT END SET NO-MORE-CTL TO TRUE
           END-READ.
      *
      *    PROVE-GENERATIONS -- the master generations in the same
      *    newest-first order, each read for the count its control
      *    record gives and totalled against that record.
       PROVE-GENERATIONS.
           OPEN INPUT ACCT-ALL.
           PERFORM VARYING GN-IDX FROM 1 BY 1
               UNTIL GN-IDX > GEN-COUNT
               PERFORM UNTIL NO-MORE-ACCT
                   OR GNT-READ-COUNT(GN-IDX) = GNT-COUNT(GN-IDX)
                   READ ACCT-ALL
                       AT END SET NO-MORE-ACCT TO TRUE
                   END-READ
                   IF NOT NO-MORE-ACCT
                       ADD 1 TO ACCT-RECS-READ
                       ADD 1 TO GNT-READ-COUNT(GN-IDX)
                       ADD ACCT-BALANCE TO GNT-READ-BAL(GN-IDX)
                       ADD ACCT-LIMIT   TO GNT-READ-LIMIT(GN-IDX)
                   END-IF
               END-PERFORM
               IF GNT-READ-COUNT(GN-IDX) = GNT-COUNT(GN-IDX)
                   AND GNT-READ-BAL(GN-IDX) = GNT-BALANCE(GN-IDX)
                   AND GNT-READ-LIMIT(GN-IDX) = GNT-LIMIT(GN-IDX)
                   SET GNT-PROVED(GN-IDX) TO TRUE
               ELSE
                   SET PROOF-FAILED TO TRUE
                   ADD 1 TO GENS-NOT-PROVED
                   DISPLAY 'NITEROLL: ' GNT-PROGRAM(GN-IDX) ' '
                           GNT-RUN-DATE(GN-IDX)
                           ' GENERATION DOES NOT MATCH ITS CONTROL '
                           'RECORD'
               END-IF
           END-PERFORM.
           CLOSE ACCT-ALL.
      *
      *    LIST-NIGHT-RUNS -- the RUNLOG records, a refused run or
      *    a run with no control record noted; the restore counts
      *    for the side groups are taken here as well.
       LIST-NIGHT-RUNS.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-RUNS.
           WRITE PRINT-REC FROM HEADER-RUNS-2.
           PERFORM VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX > RUN-COUNT
               MOVE SPACES TO PRINT-REC
               MOVE RNT-PROGRAM(RN-IDX)    TO RUN-PROGRAM-O
               MOVE RNT-START-TIME(RN-IDX) TO RUN-START-O
               MOVE RNT-END-TIME(RN-IDX)   TO RUN-END-O
               MOVE RNT-RECS-IN(RN-IDX)    TO RUN-IN-O
               MOVE RNT-RECS-OUT(RN-IDX)   TO RUN-OUT-O
               MOVE RNT-RC(RN-IDX)         TO RUN-RC-O
               IF RNT-RC(RN-IDX) NOT < 8
                   MOVE 'REFUSED OR FAILED' TO RUN-NOTE-O
                   ADD 1 TO ROLL-WARNINGS
                   DISPLAY 'NITEROLL: ' RNT-PROGRAM(RN-IDX)
                           ' ENDED ' RNT-RC(RN-IDX)
                           ' -- CHECK FOR AN EMPTY GENERATION'
               END-IF
               EVALUATE RNT-PROGRAM(RN-IDX)
                   WHEN 'POSTACCT'
                       IF RNT-RC(RN-IDX) < 8
                           ADD 1 TO TRANHIST-GENS
                       END-IF
                   WHEN 'GLPROOF '
                       ADD 1 TO GLBAL-GENS
                       IF RNT-RC(RN-IDX) = ZERO
                           ADD 1 TO RCVBAL-GENS
                       END-IF
               END-EVALUATE
               WRITE PRINT-REC
           END-PERFORM.
           IF RUN-COUNT = ZERO
               MOVE SPACES TO PRINT-REC
               MOVE 'NONE' TO RUN-PROGRAM-O
               WRITE PRINT-REC
               ADD 1 TO ROLL-WARNINGS
               DISPLAY 'NITEROLL: NO RUNLOG RECORDS FOR ' ROLL-DATE
           END-IF.
      *
      *    LIST-GENERATIONS -- each master generation with its
      *    relative number, proof and action; a generation that
      *    does not prove shows what was actually read beneath it.
       LIST-GENERATIONS.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-GENS.
           WRITE PRINT-REC FROM HEADER-GENS-2.
           PERFORM VARYING GN-IDX FROM 1 BY 1
               UNTIL GN-IDX > GEN-COUNT
               MOVE SPACES TO GEN-REC
               SET REL-GEN TO GN-IDX
               COMPUTE REL-GEN = 1 - REL-GEN
               MOVE REL-GEN                TO GEN-REL-O
               MOVE GNT-PROGRAM(GN-IDX)    TO GEN-PROGRAM-O
               MOVE GNT-RUN-DATE(GN-IDX)   TO GEN-DATE-O
               MOVE GNT-COUNT(GN-IDX)      TO GEN-COUNT-O
               MOVE GNT-BALANCE(GN-IDX)    TO GEN-BALANCE-O
               IF GNT-PROVED(GN-IDX)
                   MOVE 'PROVED'           TO GEN-PROOF-O
               ELSE
                   MOVE 'DIFFERS'          TO GEN-PROOF-O
               END-IF
               IF GNT-RUN-DATE(GN-IDX) = ROLL-DATE
                   MOVE 'DISCARD'          TO GEN-ACTION-O
                   MOVE GNT-PROGRAM(GN-IDX) TO PROGRAM-WK
                   PERFORM FIND-RUN
                   IF NOT RUN-FOUND
                       MOVE 'NOT ON RUNLOG' TO GEN-ACTION-O
                       ADD 1 TO ROLL-WARNINGS
                   END-IF
               ELSE
                   MOVE 'RESTORE'          TO GEN-ACTION-O
               END-IF
               WRITE GEN-REC
               IF NOT GNT-PROVED(GN-IDX)
                   MOVE SPACES TO GEN-REC
                   MOVE 'ON FILE'          TO GEN-PROGRAM-O
                   MOVE GNT-READ-COUNT(GN-IDX) TO GEN-COUNT-O
                   MOVE GNT-READ-BAL(GN-IDX)   TO GEN-BALANCE-O
                   IF GNT-READ-LIMIT(GN-IDX) NOT = GNT-LIMIT(GN-IDX)
                       MOVE 'LIMIT OFF'    TO GEN-PROOF-O
                   END-IF
                   WRITE GEN-REC
               END-IF
           END-PERFORM.
      *
      *    FIND-RUN -- whether PROGRAM-WK logged a run that night.
       FIND-RUN.
           MOVE 'N' TO RUN-FOUND-FLAG.
           PERFORM VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX > RUN-COUNT OR RUN-FOUND
               IF RNT-PROGRAM(RN-IDX) = PROGRAM-WK
                   SET RUN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF RUN-FOUND
               SET RN-IDX DOWN BY 1
           END-IF.
      *
      *    REVERSE-GL-FEED -- every line dated the night goes back
      *    out on the opposite side; lines of any other date are
      *    counted and left alone.
       REVERSE-GL-FEED.
           OPEN INPUT  GL-FEED.
           OPEN OUTPUT GL-REV.
           PERFORM READ-FEED
           PERFORM UNTIL NO-MORE-FEED
               ADD 1 TO FEED-RECS-READ
               IF GL-POST-DATE = ROLL-DATE
                   PERFORM WRITE-REVERSAL
               ELSE
                   ADD 1 TO GL-LINES-OTHER
               END-IF
               PERFORM READ-FEED
           END-PERFORM.
           CLOSE GL-FEED.
           CLOSE GL-REV.
           IF GL-LINES-REVERSED > ZERO AND GL-LINES-OTHER > ZERO
               ADD 1 TO ROLL-WARNINGS
               DISPLAY 'NITEROLL: GLFEED HOLDS ' GL-LINES-OTHER
                       ' LINES NOT DATED ' ROLL-DATE
                       ' -- NOT REVERSED'
           END-IF.
      *
       READ-FEED.
           READ GL-FEED
               AT END SET NO-MORE-FEED TO TRUE
           END-READ.
      *
       WRITE-REVERSAL.
           ADD 1 TO GL-LINES-REVERSED.
           MOVE GL-SOURCE TO SOURCE-WK.
           PERFORM FIND-SOURCE-SLOT.
           MOVE SPACES            TO GL-REV-FIELDS.
           MOVE GL-ACCOUNT        TO GLR-ACCOUNT.
           MOVE GL-AMOUNT         TO GLR-AMOUNT.
           MOVE CURRENT-DATE-NUM  TO GLR-POST-DATE.
           MOVE 'NITEROLL'        TO GLR-SOURCE.
           STRING 'RV ' DELIMITED BY SIZE
                  GL-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ROLL-DATE DELIMITED BY SIZE
                  INTO GLR-DESC
           END-STRING.
           IF GL-DEBIT
               SET GLR-CREDIT TO TRUE
               ADD GL-AMOUNT TO REV-DEBIT-TOTAL
               IF SLOT-FOUND
                   ADD GL-AMOUNT TO SRT-DEBITS(SRC-SLOT)
               END-IF
           ELSE
               SET GLR-DEBIT TO TRUE
               ADD GL-AMOUNT TO REV-CREDIT-TOTAL
               IF SLOT-FOUND
                   ADD GL-AMOUNT TO SRT-CREDITS(SRC-SLOT)
               END-IF
           END-IF.
           IF SLOT-FOUND
               ADD 1 TO SRT-LINES(SRC-SLOT)
           END-IF.
           WRITE GL-REV-FIELDS.
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
                   MOVE ZERO      TO SRT-LINES(SRC-SLOT)
                   MOVE ZERO      TO SRT-DEBITS(SRC-SLOT)
                   MOVE ZERO      TO SRT-CREDITS(SRC-SLOT)
                   SET SLOT-FOUND TO TRUE
               ELSE
                   SET SRC-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
      *    LIST-REVERSAL -- per source, what GLREV takes back; a
      *    source that never logged a run that night is noted, since
      *    its side files are on no one's review list.
       LIST-REVERSAL.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-SRC.
           WRITE PRINT-REC FROM HEADER-SRC-2.
           PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > SRC-COUNT
               MOVE SPACES TO SRC-REC
               MOVE SRT-SOURCE(SR-IDX)  TO SRC-SOURCE-O
               MOVE SRT-LINES(SR-IDX)   TO SRC-LINES-O
               MOVE SRT-DEBITS(SR-IDX)  TO SRC-DEBITS-O
               MOVE SRT-CREDITS(SR-IDX) TO SRC-CREDITS-O
               MOVE SRT-SOURCE(SR-IDX)  TO PROGRAM-WK
               PERFORM FIND-RUN
               IF NOT RUN-FOUND
                   MOVE 'NOT ON RUNLOG' TO SRC-NOTE-O
                   ADD 1 TO ROLL-WARNINGS
               END-IF
               WRITE SRC-REC
           END-PERFORM.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'DEBITS REVERSED (CREDITS ON GLREV)' TO SUM-LABEL-O.
           MOVE REV-DEBIT-TOTAL TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'CREDITS REVERSED (DEBITS ON GLREV)' TO SUM-LABEL-O.
           MOVE REV-CREDIT-TOTAL TO SUM-AMOUNT-O.
           PERFORM WRITE-SUMMARY-LINE.
           IF REV-DEBIT-TOTAL NOT = REV-CREDIT-TOTAL
               DISPLAY 'NITEROLL: THE NIGHT''S GL LINES WERE NOT IN '
                       'BALANCE -- GLREV CARRIES THE SAME DIFFERENCE'
               ADD 1 TO ROLL-WARNINGS
           END-IF.
      *
       WRITE-SUMMARY-LINE.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
      *
      *    LIST-RESTORE -- the groups to fall back, then every run
      *    whose in-place files want a look.
       LIST-RESTORE.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-RST.
           WRITE PRINT-REC FROM HEADER-RST-2.
           SET GN-IDX TO GEN-COUNT.
           MOVE SPACES TO RESTORE-TEXT.
           STRING 'LEAVES ' DELIMITED BY SIZE
                  GNT-PROGRAM(GN-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  GNT-RUN-DATE(GN-IDX) DELIMITED BY SIZE
                  ' AS THE NEWEST (PROVED)' DELIMITED BY SIZE
                  INTO RESTORE-TEXT
           END-STRING.
           MOVE 'ACCTREC ' TO RST-GROUP-O.
           MOVE NIGHT-GENS TO RST-DELETE-O.
           PERFORM WRITE-RESTORE-LINE.
           MOVE 'CTLREC  ' TO RST-GROUP-O.
           MOVE 'WITH ACCTREC, ONE CONTROL RECORD PER GENERATION'
               TO RESTORE-TEXT.
           MOVE NIGHT-GENS TO RST-DELETE-O.
           PERFORM WRITE-RESTORE-LINE.
           MOVE 'ONE PER POSTACCT RUN NOT REFUSED' TO RESTORE-TEXT.
           MOVE 'TRANHIST' TO RST-GROUP-O.
           MOVE TRANHIST-GENS TO RST-DELETE-O.
           PERFORM WRITE-RESTORE-LINE.
           IF TRANHIST-GENS > 0
               MOVE 'THEN RUN HISTBLD -- IT STILL HOLDS THAT HISTORY'
                   TO RESTORE-TEXT
               MOVE 'HISTIDX ' TO RST-GROUP-O
               PERFORM WRITE-RESTORE-LINE
           END-IF.
           MOVE 'SUSPENSE' TO RST-GROUP-O.
           MOVE TRANHIST-GENS TO RST-DELETE-O.
           PERFORM WRITE-RESTORE-LINE.
           MOVE 'ONE PER POSTACCT RUN; GLREV TAKES IT BACK AT LEDGER'
               TO RESTORE-TEXT.
           MOVE 'GLFEED  ' TO RST-GROUP-O.
           MOVE TRANHIST-GENS TO RST-DELETE-O.
           PERFORM WRITE-RESTORE-LINE.
           MOVE 'ONE PER GLPROOF RUN' TO RESTORE-TEXT.
           MOVE 'GLBAL   ' TO RST-GROUP-O.
           MOVE GLBAL-GENS TO RST-DELETE-O.
           PERFORM WRITE-RESTORE-LINE.
           MOVE 'ONE PER GLPROOF RUN THAT ENDED 0' TO RESTORE-TEXT.
           MOVE 'RCVBAL  ' TO RST-GROUP-O.
           MOVE RCVBAL-GENS TO RST-DELETE-O.
           PERFORM WRITE-RESTORE-LINE.
           MOVE 'EMPTY IT UNLESS NITEWRAP HAS ALREADY DONE SO'
               TO RESTORE-TEXT.
           MOVE 'CTLHIST ' TO RST-GROUP-O.
           PERFORM WRITE-RESTORE-LINE.
           PERFORM VARYING RN-IDX FROM 1 BY 1
               UNTIL RN-IDX > RUN-COUNT
               IF RNT-PROGRAM(RN-IDX) NOT = 'GLPROOF '
                   MOVE RNT-PROGRAM(RN-IDX) TO RST-GROUP-O
                   MOVE 'REVIEW THE FILES IT UPDATES IN PLACE'
                       TO RESTORE-TEXT
                   PERFORM WRITE-RESTORE-LINE
               END-IF
           END-PERFORM.
      *
       WRITE-RESTORE-LINE.
           MOVE RESTORE-TEXT TO RST-TEXT-O.
           WRITE RESTORE-REC.
           MOVE SPACES TO RESTORE-REC.
           MOVE SPACES TO RESTORE-TEXT.
