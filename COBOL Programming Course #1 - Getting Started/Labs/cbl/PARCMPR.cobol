      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PARCMPR.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    PARCMPR is the parallel-run judge: when a program changes,
      *    the stream is rehearsed twice against the TESTMASK copies,
      *    once with the old load module and once with the new, and
      *    PARCMPR says whether the two runs' outputs agree -- the
      *    comparison that used to be two reports eyeballed side by
      *    side.  It works in one of two modes, named on the first
      *    CMPCTL card:
      *
      *      - ACCT: two files in the ACCTFLDS layout (OLDACCT, the
      *        old run's NEWACCT, and NEWACCT, the new run's) are
      *        matched by ACCT-NO;
      *      - HIST: two TRANHIST outputs (OLDHIST and NEWHIST) in
      *        the HISTFLDS layout are matched by account, HIST-TRAN-
      *        DATE and HIST-AMOUNT.  Two postings alike in all three
      *        pair off in turn, so a posting made once more or once
      *        less on one side shows as a record missing from the
      *        other.
      *
      *    Both files are sorted on the match key first, so neither
      *    needs to arrive in any order.  Every matched pair is
      *    compared field by field through FIELD-DEFS, the field
      *    names with their positions in the record -- the table to
      *    extend when a field is carved from ACCT-EXPANSION or from
      *    the history FILLER, so the new field is compared by name
      *    instead of as part of the spare bytes.  A money field
      *    (packed S9(7)V99) or a packed rate is compared by value,
      *    so a different sign nibble on the same amount is not a
      *    difference.
      *
      *    The rest of CMPCTL tunes the judgement:
      *
      *      TOL     a money field and an amount (bytes 27-35,
      *              9999999.99 implied): a difference no larger
      *              than that is counted as within tolerance;
      *      EXPECT  a field expected to differ -- a posting date
      *              when the rehearsals ran on different days, the
      *              field the change was meant to alter -- counted
      *              but not held against the run;
      *      LIST    the most difference lines to print (bytes
      *              27-31), 1000 when no LIST card is given.
      *
      *    CMPRPT echoes the control deck, lists every record found
      *    on only one side and every difference neither expected
      *    nor within tolerance (key, field name, old value, new
      *    value), then closes with the record counts and one line
      *    per field: how many records it differed on -- expected,
      *    within tolerance and unexpected -- and, for a money
      *    field, the total of new less old over every matched
      *    record.  Return code 0 means the runs agree; 4 means a
      *    record is missing from one side or a field differs
      *    unexpectedly; 8 means the control deck was refused and
      *    nothing was compared.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-DECK    ASSIGN TO CMPCTL.
           SELECT OLD-ACCT-IN ASSIGN TO OLDACCT.
           SELECT NEW-ACCT-IN ASSIGN TO NEWACCT.
           SELECT ACCT-SORT   ASSIGN TO CMPWORK.
           SELECT OLD-ACCT    ASSIGN TO OLDSORT.
           SELECT NEW-ACCT    ASSIGN TO NEWSORT.
           SELECT OLD-HIST-IN ASSIGN TO OLDHIST.
           SELECT NEW-HIST-IN ASSIGN TO NEWHIST.
           SELECT HIST-SORT   ASSIGN TO CMPWORK.
           SELECT OLD-HIST    ASSIGN TO OLDSORT.
           SELECT NEW-HIST    ASSIGN TO NEWSORT.
           SELECT PRINT-LINE  ASSIGN TO CMPRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *    CTL-DECK -- the MODE card first, then any TOL, EXPECT and
      *    LIST cards; a blank card or one with '*' in byte 1 is a
      *    comment.
       FD  CTL-DECK RECORDING MODE F.
       01  CTL-CARD.
           05  CTL-VERB           PIC X(6).
               88  CTL-MODE           VALUE 'MODE'.
               88  CTL-TOL            VALUE 'TOL'.
               88  CTL-EXPECT         VALUE 'EXPECT'.
               88  CTL-LIST           VALUE 'LIST'.
           05  FILLER             PIC X(1).
           05  CTL-OPERAND        PIC X(18).
           05  FILLER             PIC X(1).
           05  CTL-AMOUNT         PIC 9(7)V99.
           05  CTL-COUNT-X REDEFINES CTL-AMOUNT.
               10  CTL-COUNT      PIC 9(5).
               10  FILLER         PIC X(4).
           05  FILLER             PIC X(45).
      *
       FD  OLD-ACCT-IN RECORDING MODE F.
       01  OLD-ACCT-IN-REC        PIC X(400).
      *
       FD  NEW-ACCT-IN RECORDING MODE F.
       01  NEW-ACCT-IN-REC        PIC X(400).
      *
       SD  ACCT-SORT.
       01  ACCT-SORT-REC.
           05  SRT-A-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  OLD-ACCT RECORDING MODE F.
       01  OLD-ACCT-REC           PIC X(400).
      *
       FD  NEW-ACCT RECORDING MODE F.
       01  NEW-ACCT-REC           PIC X(400).
      *
       FD  OLD-HIST-IN RECORDING MODE F.
       01  OLD-HIST-IN-REC        PIC X(80).
      *
       FD  NEW-HIST-IN RECORDING MODE F.
       01  NEW-HIST-IN-REC        PIC X(80).
      *
      *    HIST-SORT carries the HISTFLDS layout under SRT- names,
      *    the rename DUECHK's SORT-WORK makes; postings alike on
      *    the match key fall in type and comment order.
       SD  HIST-SORT.
       01  HIST-SORT-REC.
           05  SRT-H-ACCT-NO      PIC X(8).
           05  SRT-H-TYPE         PIC X(1).
           05  SRT-H-AMOUNT       PIC S9(7)V99 COMP-3.
           05  SRT-H-TRAN-DATE    PIC X(8).
           05  SRT-H-COMMENT      PIC X(20).
           05  FILLER             PIC X(38).
      *
       FD  OLD-HIST RECORDING MODE F.
       01  OLD-HIST-REC           PIC X(80).
      *
       FD  NEW-HIST RECORDING MODE F.
       01  NEW-HIST-REC           PIC X(80).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RUN-MODE           PIC X(1) VALUE SPACE.
               88  ACCT-MODE          VALUE 'A'.
               88  HIST-MODE          VALUE 'H'.
           05  CTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  DECK-BAD-FLAG      PIC X VALUE 'N'.
               88  DECK-IS-BAD        VALUE 'Y'.
           05  OLD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-OLD        VALUE 'Y'.
           05  NEW-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-NEW        VALUE 'Y'.
           05  FIELD-FOUND-FLAG   PIC X VALUE 'N'.
               88  FIELD-FOUND        VALUE 'Y'.
           05  PAIR-DIFFERS-FLAG  PIC X VALUE 'N'.
               88  PAIR-DIFFERS       VALUE 'Y'.
           05  DETAIL-CUT-FLAG    PIC X VALUE 'N'.
               88  DETAIL-CUT-OFF     VALUE 'Y'.
           05  KEY-RELATION       PIC X(1) VALUE SPACE.
               88  OLD-KEY-LOW        VALUE '<'.
               88  KEYS-EQUAL         VALUE '='.
               88  OLD-KEY-HIGH       VALUE '>'.
      *
       01  COMPARE-COUNTS.
           05  OLD-RECORDS        PIC S9(7) COMP-3 VALUE ZERO.
           05  NEW-RECORDS        PIC S9(7) COMP-3 VALUE ZERO.
           05  PAIRS-MATCHED      PIC S9(7) COMP-3 VALUE ZERO.
           05  PAIRS-AGREEING     PIC S9(7) COMP-3 VALUE ZERO.
           05  PAIRS-DIFFERING    PIC S9(7) COMP-3 VALUE ZERO.
           05  ONLY-ON-OLD        PIC S9(7) COMP-3 VALUE ZERO.
           05  ONLY-ON-NEW        PIC S9(7) COMP-3 VALUE ZERO.
           05  DETAIL-LINES       PIC S9(7) COMP-3 VALUE ZERO.
           05  DETAIL-MAX         PIC S9(7) COMP-3 VALUE 1000.
      *
      *    FIELD-DEFS -- every compared field of each layout: the
      *    mode it belongs to ('A' ACCTFLDS, 'H' HISTFLDS), its
      *    name, its offset and length in the record, and its kind
      *    ('M' packed S9(7)V99 money, 'R' packed S9V999 rate, 'X'
      *    compared byte for byte).  ACCT-NO and the HIST match key
      *    are not listed: a matched pair agrees on them.  The
      *    last entry of each layout is its spare bytes.
       01  FIELD-DEF-VALUES.
           05  FILLER  PIC X(26) VALUE
               'AACCT-LIMIT        009005M'.
           05  FILLER  PIC X(26) VALUE
               'AACCT-BALANCE      014005M'.
           05  FILLER  PIC X(26) VALUE
               'ALAST-NAME         019020X'.
           05  FILLER  PIC X(26) VALUE
               'AFIRST-NAME        039015X'.
           05  FILLER  PIC X(26) VALUE
               'ASTREET-ADDR       054025X'.
           05  FILLER  PIC X(26) VALUE
               'ACITY-COUNTY       079020X'.
           05  FILLER  PIC X(26) VALUE
               'AUSA-STATE         099015X'.
           05  FILLER  PIC X(26) VALUE
               'AZIP-CODE          114005X'.
           05  FILLER  PIC X(26) VALUE
               'AACCOUNT-STATUS    119001X'.
           05  FILLER  PIC X(26) VALUE
               'ADATE-OPENED       120008X'.
           05  FILLER  PIC X(26) VALUE
               'ARESERVED          128001X'.
           05  FILLER  PIC X(26) VALUE
               'ACOMMENTS          129050X'.
           05  FILLER  PIC X(26) VALUE
               'AINT-RATE          179003R'.
           05  FILLER  PIC X(26) VALUE
               'ACURRENCY-CODE     182003X'.
           05  FILLER  PIC X(26) VALUE
               'ALAST-ACTIVITY-DATE185008X'.
           05  FILLER  PIC X(26) VALUE
               'APHONE-NUMBER      193012X'.
           05  FILLER  PIC X(26) VALUE
               'AEMAIL-ADDRESS     205040X'.
           05  FILLER  PIC X(26) VALUE
               'AACCT-REC-VERSION  245001X'.
           05  FILLER  PIC X(26) VALUE
               'AACCT-EMPLOYEE-FLAG246001X'.
           05  FILLER  PIC X(26) VALUE
               'AACCT-EXPANSION    247154X'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-TYPE         009001X'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-COMMENT      023020X'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-POST-DATE    043008X'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-BALANCE-AFTER051005M'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-BATCH-ID     056008X'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-TRAN-CODE    064004X'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-RATE-APPLIED 068004X'.
           05  FILLER  PIC X(26) VALUE
               'HHIST-FILLER       072009X'.
       01  FIELD-DEF-TABLE REDEFINES FIELD-DEF-VALUES.
           05  FIELD-DEF OCCURS 28 TIMES INDEXED BY FD-IDX.
               10  FDT-MODE       PIC X(1).
               10  FDT-NAME       PIC X(18).
               10  FDT-OFFSET     PIC 9(3).
               10  FDT-LENGTH     PIC 9(3).
               10  FDT-KIND       PIC X(1).
                   88  FDT-MONEY      VALUE 'M'.
                   88  FDT-RATE       VALUE 'R'.
      *
      *    FIELD-STATS -- what the run found for each FIELD-DEF
      *    entry, in the same order.
       01  FIELD-STATS-TABLE.
           05  FIELD-STATS OCCURS 28 TIMES.
               10  FST-EXPECTED   PIC X(1).
               10  FST-HAS-TOL    PIC X(1).
               10  FST-TOLERANCE  PIC S9(7)V99 COMP-3.
               10  FST-DIFFERED   PIC S9(7) COMP-3.
               10  FST-EXPECTED-CT PIC S9(7) COMP-3.
               10  FST-IN-TOL-CT  PIC S9(7) COMP-3.
               10  FST-MONEY-DIFF PIC S9(9)V99 COMP-3.
       01  FIELD-RANGE.
           05  FIRST-FIELD        PIC S9(4) COMP VALUE 0.
           05  LAST-FIELD         PIC S9(4) COMP VALUE 0.
           05  FLD-SUB            PIC S9(4) COMP VALUE 0.
           05  FLD-OFF            PIC S9(4) COMP VALUE 0.
           05  FLD-LEN            PIC S9(4) COMP VALUE 0.
      *
      *    OLD-IMAGE/NEW-IMAGE -- the record in hand on each side
      *    (a history record fills the first 80 bytes) and its match
      *    key; a side at end of file carries HIGH-VALUES.
       01  OLD-IMAGE              PIC X(400).
       01  NEW-IMAGE              PIC X(400).
       01  OLD-KEY.
           05  OLD-KEY-ACCT       PIC X(8).
           05  OLD-KEY-DATE       PIC X(8).
           05  OLD-KEY-AMOUNT     PIC S9(7)V99 COMP-3.
       01  NEW-KEY.
           05  NEW-KEY-ACCT       PIC X(8).
           05  NEW-KEY-DATE       PIC X(8).
           05  NEW-KEY-AMOUNT     PIC S9(7)V99 COMP-3.
      *
      *    MONEY-SLICE/RATE-SLICE -- a packed field lifted out of a
      *    record image so it can be read as a number.
       01  MONEY-SLICE            PIC X(5).
       01  MONEY-SLICE-N REDEFINES MONEY-SLICE
                                  PIC S9(7)V99 COMP-3.
       01  RATE-SLICE             PIC X(3).
       01  RATE-SLICE-N REDEFINES RATE-SLICE
                                  PIC S9V999 COMP-3.
       01  VALUE-WORK.
           05  OLD-MONEY          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  NEW-MONEY          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  MONEY-DIFF         PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  MONEY-DIFF-ABS     PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  OLD-RATE           PIC S9V999 COMP-3 VALUE ZERO.
           05  NEW-RATE           PIC S9V999 COMP-3 VALUE ZERO.
           05  MONEY-EDIT         PIC -Z,ZZZ,ZZ9.99.
           05  RATE-EDIT          PIC -9.999.
           05  UNEXPECTED-CT      PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(25) VALUE
               'Parallel-Run Comparison '.
           05  HDR-MODE-O     PIC X(40) VALUE SPACES.
           05  FILLER         PIC X(35) VALUE SPACES.
      *
       01  DECK-LINE.
           05  FILLER         PIC X(08) VALUE 'CMPCTL: '.
           05  DKL-CARD-O     PIC X(35).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DKL-RESULT-O   PIC X(40).
           05  FILLER         PIC X(15) VALUE SPACES.
      *
       01  DETAIL-HEADER.
           05  FILLER         PIC X(32) VALUE 'Key'.
           05  FILLER         PIC X(20) VALUE 'Field'.
           05  FILLER         PIC X(25) VALUE 'Old Value'.
           05  FILLER         PIC X(23) VALUE 'New Value'.
      *
       01  DETAIL-LINE.
           05  DET-KEY-O.
               10  DET-ACCT-O     PIC X(8).
               10  FILLER         PIC X(01).
               10  DET-DATE-O     PIC X(8).
               10  FILLER         PIC X(01).
               10  DET-AMOUNT-O   PIC X(13).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  DET-FIELD-O    PIC X(18).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-OLD-O      PIC X(23).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DET-NEW-O      PIC X(23).
      *
       01  COUNT-LINE.
           05  CNL-LABEL-O    PIC X(30).
           05  CNL-COUNT-O    PIC Z,ZZZ,ZZ9.
           05  FILLER         PIC X(61) VALUE SPACES.
      *
       01  FIELD-HEADER.
           05  FILLER         PIC X(20) VALUE 'Field'.
           05  FILLER         PIC X(09) VALUE ' Differed'.
           05  FILLER         PIC X(09) VALUE ' Expected'.
           05  FILLER         PIC X(09) VALUE '   In Tol'.
           05  FILLER         PIC X(09) VALUE ' Unexpect'.
           05  FILLER         PIC X(12) VALUE '   Tolerance'.
           05  FILLER         PIC X(16) VALUE '    New Less Old'.
           05  FILLER         PIC X(16) VALUE SPACES.
      *
       01  FIELD-LINE.
           05  FLL-NAME-O     PIC X(18).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FLL-DIFFERED-O PIC Z,ZZZ,ZZ9.
           05  FLL-EXPECTED-O PIC Z,ZZZ,ZZ9.
           05  FLL-IN-TOL-O   PIC Z,ZZZ,ZZ9.
           05  FLL-UNEXPECT-O PIC Z,ZZZ,ZZ9.
           05  FLL-TOL-O      PIC Z,ZZZ,ZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  FLL-MONEY-O    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FLL-NOTE-O     PIC X(08).
           05  FILLER         PIC X(05) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN OUTPUT PRINT-LINE.
           PERFORM READ-CONTROL-DECK.
           IF DECK-IS-BAD
               MOVE SPACES TO PRINT-REC
               MOVE 'CONTROL DECK REFUSED -- NOTHING COMPARED'
                   TO PRINT-REC
               WRITE PRINT-REC
               DISPLAY 'PARCMPR: CONTROL DECK REFUSED -- NOTHING '
                       'COMPARED'
               CLOSE PRINT-LINE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ACCT-MODE
               SORT ACCT-SORT
                   ON ASCENDING KEY SRT-A-ACCT-NO
                   USING OLD-ACCT-IN
                   GIVING OLD-ACCT
               SORT ACCT-SORT
                   ON ASCENDING KEY SRT-A-ACCT-NO
                   USING NEW-ACCT-IN
                   GIVING NEW-ACCT
               OPEN INPUT OLD-ACCT
               OPEN INPUT NEW-ACCT
           ELSE
               SORT HIST-SORT
                   ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-TRAN-DATE
                                    SRT-H-AMOUNT SRT-H-TYPE
                                    SRT-H-COMMENT
                   USING OLD-HIST-IN
                   GIVING OLD-HIST
               SORT HIST-SORT
                   ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-TRAN-DATE
                                    SRT-H-AMOUNT SRT-H-TYPE
                                    SRT-H-COMMENT
                   USING NEW-HIST-IN
                   GIVING NEW-HIST
               OPEN INPUT OLD-HIST
               OPEN INPUT NEW-HIST
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM DETAIL-HEADER.
      *
      *    MATCH-FILES -- the classic two-file match: the lower key
      *    is a record only its side has; equal keys are a pair to
      *    compare.
       MATCH-FILES.
           PERFORM READ-OLD.
           PERFORM READ-NEW.
           PERFORM UNTIL NO-MORE-OLD AND NO-MORE-NEW
               PERFORM COMPARE-KEYS
               EVALUATE TRUE
                   WHEN OLD-KEY-LOW
                       PERFORM REPORT-ONLY-ON-OLD
                       PERFORM READ-OLD
                   WHEN OLD-KEY-HIGH
                       PERFORM REPORT-ONLY-ON-NEW
                       PERFORM READ-NEW
                   WHEN OTHER
                       PERFORM COMPARE-PAIR
                       PERFORM READ-OLD
                       PERFORM READ-NEW
               END-EVALUATE
           END-PERFORM.
      *
       CLOSE-STOP.
           PERFORM WRITE-SUMMARY.
           DISPLAY 'PARCMPR: OLD RECORDS      = ' OLD-RECORDS.
           DISPLAY 'PARCMPR: NEW RECORDS      = ' NEW-RECORDS.
           DISPLAY 'PARCMPR: PAIRS MATCHED    = ' PAIRS-MATCHED.
           DISPLAY 'PARCMPR: PAIRS DIFFERING  = ' PAIRS-DIFFERING.
           DISPLAY 'PARCMPR: ONLY ON OLD      = ' ONLY-ON-OLD.
           DISPLAY 'PARCMPR: ONLY ON NEW      = ' ONLY-ON-NEW.
           IF PAIRS-DIFFERING > ZERO
               OR ONLY-ON-OLD > ZERO OR ONLY-ON-NEW > ZERO
               DISPLAY 'PARCMPR: THE RUNS DO NOT AGREE'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'PARCMPR: THE RUNS AGREE'
           END-IF.
           IF ACCT-MODE
               CLOSE OLD-ACCT
               CLOSE NEW-ACCT
           ELSE
               CLOSE OLD-HIST
               CLOSE NEW-HIST
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    READ-CONTROL-DECK -- the MODE card must come first, since
      *    it decides which field names the other cards may use.
      *    Every card is echoed with what became of it; any card
      *    that cannot be honoured refuses the whole deck.
       READ-CONTROL-DECK.
           INITIALIZE FIELD-STATS-TABLE.
           OPEN INPUT CTL-DECK.
           PERFORM READ-CONTROL-CARD.
           IF NO-MORE-CARDS
               MOVE 'NO CONTROL CARDS -- A MODE CARD IS NEEDED'
                   TO HDR-MODE-O
               WRITE PRINT-REC FROM HEADER-1
               SET DECK-IS-BAD TO TRUE
           ELSE
               PERFORM TAKE-MODE-CARD
               WRITE PRINT-REC FROM HEADER-1
               PERFORM ECHO-CONTROL-CARD
               PERFORM READ-CONTROL-CARD
               PERFORM UNTIL NO-MORE-CARDS
                   PERFORM TAKE-CONTROL-CARD
                   PERFORM ECHO-CONTROL-CARD
                   PERFORM READ-CONTROL-CARD
               END-PERFORM
           END-IF.
           CLOSE CTL-DECK.
      *
      *    READ-CONTROL-CARD -- the next card that is not a comment.
       READ-CONTROL-CARD.
           READ CTL-DECK
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
           PERFORM UNTIL NO-MORE-CARDS
               OR (CTL-CARD NOT = SPACES AND CTL-CARD(1:1) NOT = '*')
               READ CTL-DECK
                   AT END SET NO-MORE-CARDS TO TRUE
               END-READ
           END-PERFORM.
      *
       TAKE-MODE-CARD.
           MOVE 'ACCEPTED' TO DKL-RESULT-O.
           EVALUATE TRUE
               WHEN CTL-MODE AND CTL-OPERAND = 'ACCT'
                   SET ACCT-MODE TO TRUE
                   MOVE '-- ACCTFLDS files matched by ACCT-NO'
                       TO HDR-MODE-O
               WHEN CTL-MODE AND CTL-OPERAND = 'HIST'
                   SET HIST-MODE TO TRUE
                   MOVE '-- HISTFLDS files, acct/date/amount'
                       TO HDR-MODE-O
               WHEN OTHER
                   MOVE 'FIRST CARD MUST BE MODE ACCT OR MODE HIST'
                       TO DKL-RESULT-O
                   SET DECK-IS-BAD TO TRUE
           END-EVALUATE.
           IF NOT DECK-IS-BAD
               PERFORM FIND-MODE-FIELDS
           END-IF.
      *
      *    FIND-MODE-FIELDS -- the first and last FIELD-DEFS entries
      *    belonging to the mode.
       FIND-MODE-FIELDS.
           MOVE ZERO TO FIRST-FIELD.
           MOVE ZERO TO LAST-FIELD.
           PERFORM VARYING FD-IDX FROM 1 BY 1 UNTIL FD-IDX > 28
               IF FDT-MODE(FD-IDX) = RUN-MODE
                   SET FLD-SUB TO FD-IDX
                   IF FIRST-FIELD = ZERO
                       MOVE FLD-SUB TO FIRST-FIELD
                   END-IF
                   MOVE FLD-SUB TO LAST-FIELD
               END-IF
           END-PERFORM.
      *
       TAKE-CONTROL-CARD.
           MOVE 'ACCEPTED' TO DKL-RESULT-O.
           EVALUATE TRUE
               WHEN CTL-TOL
                   PERFORM TAKE-TOLERANCE-CARD
               WHEN CTL-EXPECT
                   PERFORM FIND-CARD-FIELD
                   IF FIELD-FOUND
                       MOVE 'Y' TO FST-EXPECTED(FLD-SUB)
                   END-IF
               WHEN CTL-LIST
                   IF CTL-COUNT NUMERIC
                       MOVE CTL-COUNT TO DETAIL-MAX
                   ELSE
                       MOVE 'LIST COUNT NOT NUMERIC' TO DKL-RESULT-O
                       SET DECK-IS-BAD TO TRUE
                   END-IF
               WHEN CTL-MODE
                   MOVE 'ONLY ONE MODE CARD, AND IT COMES FIRST'
                       TO DKL-RESULT-O
                   SET DECK-IS-BAD TO TRUE
               WHEN OTHER
                   MOVE 'UNKNOWN CARD -- MODE, TOL, EXPECT OR LIST'
                       TO DKL-RESULT-O
                   SET DECK-IS-BAD TO TRUE
           END-EVALUATE.
      *
       TAKE-TOLERANCE-CARD.
           PERFORM FIND-CARD-FIELD.
           IF FIELD-FOUND
               IF NOT FDT-MONEY(FLD-SUB)
                   MOVE 'TOLERANCE IS FOR MONEY FIELDS ONLY'
                       TO DKL-RESULT-O
                   SET DECK-IS-BAD TO TRUE
               ELSE
                   IF CTL-AMOUNT NOT NUMERIC
                       MOVE 'TOLERANCE AMOUNT NOT NUMERIC'
                           TO DKL-RESULT-O
                       SET DECK-IS-BAD TO TRUE
                   ELSE
                       MOVE 'Y' TO FST-HAS-TOL(FLD-SUB)
                       MOVE CTL-AMOUNT TO FST-TOLERANCE(FLD-SUB)
                   END-IF
               END-IF
           END-IF.
      *
      *    FIND-CARD-FIELD -- the card's field among the mode's
      *    FIELD-DEFS entries; a name the mode does not have
      *    refuses the deck.
       FIND-CARD-FIELD.
           MOVE 'N' TO FIELD-FOUND-FLAG.
           PERFORM VARYING FLD-SUB FROM FIRST-FIELD BY 1
               UNTIL FLD-SUB > LAST-FIELD OR FIELD-FOUND
               IF FDT-NAME(FLD-SUB) = CTL-OPERAND
                   SET FIELD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF FIELD-FOUND
               SUBTRACT 1 FROM FLD-SUB
           ELSE
               MOVE 'NO SUCH FIELD IN THIS MODE' TO DKL-RESULT-O
               SET DECK-IS-BAD TO TRUE
           END-IF.
      *
       ECHO-CONTROL-CARD.
           MOVE CTL-CARD(1:35) TO DKL-CARD-O.
           WRITE PRINT-REC FROM DECK-LINE.
      *
      *    READ-OLD/READ-NEW -- the next record on each side into
      *    its image, with its match key built; end of file leaves
      *    HIGH-VALUES in the key so the other side drains.
       READ-OLD.
           IF ACCT-MODE
               READ OLD-ACCT INTO OLD-IMAGE
                   AT END SET NO-MORE-OLD TO TRUE
               END-READ
           ELSE
               MOVE SPACES TO OLD-IMAGE
               READ OLD-HIST INTO OLD-IMAGE
                   AT END SET NO-MORE-OLD TO TRUE
               END-READ
           END-IF.
           IF NO-MORE-OLD
               MOVE HIGH-VALUES TO OLD-KEY-ACCT
           ELSE
               ADD 1 TO OLD-RECORDS
               MOVE OLD-IMAGE(1:8) TO OLD-KEY-ACCT
               IF HIST-MODE
                   MOVE OLD-IMAGE(15:8) TO OLD-KEY-DATE
                   MOVE OLD-IMAGE(10:5) TO MONEY-SLICE
                   MOVE MONEY-SLICE-N   TO OLD-KEY-AMOUNT
               END-IF
           END-IF.
      *
       READ-NEW.
           IF ACCT-MODE
               READ NEW-ACCT INTO NEW-IMAGE
                   AT END SET NO-MORE-NEW TO TRUE
               END-READ
           ELSE
               MOVE SPACES TO NEW-IMAGE
               READ NEW-HIST INTO NEW-IMAGE
                   AT END SET NO-MORE-NEW TO TRUE
               END-READ
           END-IF.
           IF NO-MORE-NEW
               MOVE HIGH-VALUES TO NEW-KEY-ACCT
           ELSE
               ADD 1 TO NEW-RECORDS
               MOVE NEW-IMAGE(1:8) TO NEW-KEY-ACCT
               IF HIST-MODE
                   MOVE NEW-IMAGE(15:8) TO NEW-KEY-DATE
                   MOVE NEW-IMAGE(10:5) TO MONEY-SLICE
                   MOVE MONEY-SLICE-N   TO NEW-KEY-AMOUNT
               END-IF
           END-IF.
      *
      *    COMPARE-KEYS -- account first; in HIST mode then the
      *    transaction date, then the amount as a number.  A side
      *    at end of file is always the higher.
       COMPARE-KEYS.
           EVALUATE TRUE
               WHEN NO-MORE-OLD
                   SET OLD-KEY-HIGH TO TRUE
               WHEN NO-MORE-NEW
                   SET OLD-KEY-LOW TO TRUE
               WHEN OLD-KEY-ACCT < NEW-KEY-ACCT
                   SET OLD-KEY-LOW TO TRUE
               WHEN OLD-KEY-ACCT > NEW-KEY-ACCT
                   SET OLD-KEY-HIGH TO TRUE
               WHEN ACCT-MODE
                   SET KEYS-EQUAL TO TRUE
               WHEN OLD-KEY-DATE < NEW-KEY-DATE
                   SET OLD-KEY-LOW TO TRUE
               WHEN OLD-KEY-DATE > NEW-KEY-DATE
                   SET OLD-KEY-HIGH TO TRUE
               WHEN OLD-KEY-AMOUNT < NEW-KEY-AMOUNT
                   SET OLD-KEY-LOW TO TRUE
               WHEN OLD-KEY-AMOUNT > NEW-KEY-AMOUNT
                   SET OLD-KEY-HIGH TO TRUE
               WHEN OTHER
                   SET KEYS-EQUAL TO TRUE
           END-EVALUATE.
      *
       REPORT-ONLY-ON-OLD.
           ADD 1 TO ONLY-ON-OLD.
           PERFORM SET-DETAIL-KEY-OLD.
           MOVE '(WHOLE RECORD)'   TO DET-FIELD-O.
           MOVE 'ONLY ON OLD FILE' TO DET-OLD-O.
           MOVE SPACES             TO DET-NEW-O.
           PERFORM WRITE-DETAIL-LINE.
      *
       REPORT-ONLY-ON-NEW.
           ADD 1 TO ONLY-ON-NEW.
           MOVE NEW-KEY-ACCT TO DET-ACCT-O.
           MOVE SPACES       TO DET-DATE-O.
           MOVE SPACES       TO DET-AMOUNT-O.
           IF HIST-MODE
               MOVE NEW-KEY-DATE   TO DET-DATE-O
               MOVE NEW-KEY-AMOUNT TO MONEY-EDIT
               MOVE MONEY-EDIT     TO DET-AMOUNT-O
           END-IF.
           MOVE '(WHOLE RECORD)'   TO DET-FIELD-O.
           MOVE SPACES             TO DET-OLD-O.
           MOVE 'ONLY ON NEW FILE' TO DET-NEW-O.
           PERFORM WRITE-DETAIL-LINE.
      *
       SET-DETAIL-KEY-OLD.
           MOVE OLD-KEY-ACCT TO DET-ACCT-O.
           MOVE SPACES       TO DET-DATE-O.
           MOVE SPACES       TO DET-AMOUNT-O.
           IF HIST-MODE
               MOVE OLD-KEY-DATE   TO DET-DATE-O
               MOVE OLD-KEY-AMOUNT TO MONEY-EDIT
               MOVE MONEY-EDIT     TO DET-AMOUNT-O
           END-IF.
      *
      *    COMPARE-PAIR -- every field of the mode, old against new.
      *    The pair counts as differing only on a difference that is
      *    neither expected nor within tolerance.
       COMPARE-PAIR.
           ADD 1 TO PAIRS-MATCHED.
           MOVE 'N' TO PAIR-DIFFERS-FLAG.
           PERFORM VARYING FLD-SUB FROM FIRST-FIELD BY 1
               UNTIL FLD-SUB > LAST-FIELD
               MOVE FDT-OFFSET(FLD-SUB) TO FLD-OFF
               MOVE FDT-LENGTH(FLD-SUB) TO FLD-LEN
               IF OLD-IMAGE(FLD-OFF:FLD-LEN)
                   NOT = NEW-IMAGE(FLD-OFF:FLD-LEN)
                   EVALUATE TRUE
                       WHEN FDT-MONEY(FLD-SUB)
                           PERFORM JUDGE-MONEY-FIELD
                       WHEN FDT-RATE(FLD-SUB)
                           PERFORM JUDGE-RATE-FIELD
                       WHEN OTHER
                           PERFORM JUDGE-TEXT-FIELD
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF PAIR-DIFFERS
               ADD 1 TO PAIRS-DIFFERING
           ELSE
               ADD 1 TO PAIRS-AGREEING
           END-IF.
      *
      *    JUDGE-MONEY-FIELD -- the bytes differ; the amounts may
      *    not (a sign nibble).  A real difference adds new less old
      *    to the field's total, then is expected, within tolerance,
      *    or listed.
       JUDGE-MONEY-FIELD.
           MOVE OLD-IMAGE(FLD-OFF:FLD-LEN) TO MONEY-SLICE.
           MOVE MONEY-SLICE-N TO OLD-MONEY.
           MOVE NEW-IMAGE(FLD-OFF:FLD-LEN) TO MONEY-SLICE.
           MOVE MONEY-SLICE-N TO NEW-MONEY.
           IF OLD-MONEY NOT = NEW-MONEY
               ADD 1 TO FST-DIFFERED(FLD-SUB)
               COMPUTE MONEY-DIFF = NEW-MONEY - OLD-MONEY
               ADD MONEY-DIFF TO FST-MONEY-DIFF(FLD-SUB)
               IF MONEY-DIFF < ZERO
                   COMPUTE MONEY-DIFF-ABS = ZERO - MONEY-DIFF
               ELSE
                   MOVE MONEY-DIFF TO MONEY-DIFF-ABS
               END-IF
               EVALUATE TRUE
                   WHEN FST-EXPECTED(FLD-SUB) = 'Y'
                       ADD 1 TO FST-EXPECTED-CT(FLD-SUB)
                   WHEN FST-HAS-TOL(FLD-SUB) = 'Y'
                       AND MONEY-DIFF-ABS <= FST-TOLERANCE(FLD-SUB)
                       ADD 1 TO FST-IN-TOL-CT(FLD-SUB)
                   WHEN OTHER
                       SET PAIR-DIFFERS TO TRUE
                       PERFORM SET-DETAIL-KEY-OLD
                       MOVE OLD-MONEY  TO MONEY-EDIT
                       MOVE MONEY-EDIT TO DET-OLD-O
                       MOVE NEW-MONEY  TO MONEY-EDIT
                       MOVE MONEY-EDIT TO DET-NEW-O
                       PERFORM WRITE-FIELD-DETAIL
               END-EVALUATE
           END-IF.
      *
       JUDGE-RATE-FIELD.
           MOVE OLD-IMAGE(FLD-OFF:FLD-LEN) TO RATE-SLICE.
           MOVE RATE-SLICE-N TO OLD-RATE.
           MOVE NEW-IMAGE(FLD-OFF:FLD-LEN) TO RATE-SLICE.
           MOVE RATE-SLICE-N TO NEW-RATE.
           IF OLD-RATE NOT = NEW-RATE
               ADD 1 TO FST-DIFFERED(FLD-SUB)
               IF FST-EXPECTED(FLD-SUB) = 'Y'
                   ADD 1 TO FST-EXPECTED-CT(FLD-SUB)
               ELSE
                   SET PAIR-DIFFERS TO TRUE
                   PERFORM SET-DETAIL-KEY-OLD
                   MOVE OLD-RATE  TO RATE-EDIT
                   MOVE RATE-EDIT TO DET-OLD-O
                   MOVE NEW-RATE  TO RATE-EDIT
                   MOVE RATE-EDIT TO DET-NEW-O
                   PERFORM WRITE-FIELD-DETAIL
               END-IF
           END-IF.
      *
      *    JUDGE-TEXT-FIELD -- a display field differs in its bytes;
      *    the listing shows the first 23 of each side.
       JUDGE-TEXT-FIELD.
           ADD 1 TO FST-DIFFERED(FLD-SUB).
           IF FST-EXPECTED(FLD-SUB) = 'Y'
               ADD 1 TO FST-EXPECTED-CT(FLD-SUB)
           ELSE
               SET PAIR-DIFFERS TO TRUE
               PERFORM SET-DETAIL-KEY-OLD
               MOVE OLD-IMAGE(FLD-OFF:FLD-LEN) TO DET-OLD-O
               MOVE NEW-IMAGE(FLD-OFF:FLD-LEN) TO DET-NEW-O
               PERFORM WRITE-FIELD-DETAIL
           END-IF.
      *
       WRITE-FIELD-DETAIL.
           MOVE FDT-NAME(FLD-SUB) TO DET-FIELD-O.
           PERFORM WRITE-DETAIL-LINE.
      *
      *    WRITE-DETAIL-LINE -- up to DETAIL-MAX lines; past that the
      *    differences are still counted, and one line says so.
       WRITE-DETAIL-LINE.
           IF DETAIL-LINES < DETAIL-MAX
               ADD 1 TO DETAIL-LINES
               WRITE PRINT-REC FROM DETAIL-LINE
           ELSE
               IF NOT DETAIL-CUT-OFF
                   SET DETAIL-CUT-OFF TO TRUE
                   MOVE SPACES TO PRINT-REC
                   MOVE 'LIST LIMIT REACHED -- FURTHER DIFFERENCES ARE C
      -                 'OUNTED BUT NOT LISTED' TO PRINT-REC
                   WRITE PRINT-REC
               END-IF
           END-IF.
      *
      *    WRITE-SUMMARY -- the record counts, then one line per
      *    field of the mode.
       WRITE-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 'Old file records'        TO CNL-LABEL-O.
           MOVE OLD-RECORDS               TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'New file records'        TO CNL-LABEL-O.
           MOVE NEW-RECORDS               TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'Pairs matched'           TO CNL-LABEL-O.
           MOVE PAIRS-MATCHED             TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '  agreeing'              TO CNL-LABEL-O.
           MOVE PAIRS-AGREEING            TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE '  differing unexpectedly' TO CNL-LABEL-O.
           MOVE PAIRS-DIFFERING           TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'Only on old file'        TO CNL-LABEL-O.
           MOVE ONLY-ON-OLD               TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE 'Only on new file'        TO CNL-LABEL-O.
           MOVE ONLY-ON-NEW               TO CNL-COUNT-O.
           WRITE PRINT-REC FROM COUNT-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM FIELD-HEADER.
           PERFORM VARYING FLD-SUB FROM FIRST-FIELD BY 1
               UNTIL FLD-SUB > LAST-FIELD
               PERFORM WRITE-FIELD-LINE
           END-PERFORM.
      *
       WRITE-FIELD-LINE.
           MOVE SPACES TO FIELD-LINE.
           MOVE FDT-NAME(FLD-SUB)        TO FLL-NAME-O.
           MOVE FST-DIFFERED(FLD-SUB)    TO FLL-DIFFERED-O.
           MOVE FST-EXPECTED-CT(FLD-SUB) TO FLL-EXPECTED-O.
           MOVE FST-IN-TOL-CT(FLD-SUB)   TO FLL-IN-TOL-O.
           COMPUTE UNEXPECTED-CT = FST-DIFFERED(FLD-SUB)
               - FST-EXPECTED-CT(FLD-SUB) - FST-IN-TOL-CT(FLD-SUB).
           MOVE UNEXPECTED-CT            TO FLL-UNEXPECT-O.
           IF FDT-MONEY(FLD-SUB)
               MOVE FST-TOLERANCE(FLD-SUB)  TO FLL-TOL-O
               MOVE FST-MONEY-DIFF(FLD-SUB) TO FLL-MONEY-O
           END-IF.
           IF FST-EXPECTED(FLD-SUB) = 'Y'
               MOVE 'EXPECTED' TO FLL-NOTE-O
           END-IF.
           WRITE PRINT-REC FROM FIELD-LINE.
