      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LGLRPT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    LGLRPT is the proof counsel asks for when a legal-status
      *    flag (LGLFLDS) is challenged: that contact with a
      *    deceased, bankrupt or cease-and-desist account really
      *    stopped on the flag's effective date.  It prints three
      *    sections on LGLRPT:
      *
      *      - every suppressed action on the log the honoring
      *        programs append to (LGLSUPP, LSPFLDS), sorted by
      *        account and run date -- the program, what it
      *        withheld, and the fee or interest not charged;
      *
      *      - every attempt on the outreach-tracking file TRACKF
      *        dated on or after the effective date of a flag in
      *        force that day -- contact the flag should have
      *        stopped, whether keyed by hand or written before the
      *        flag was entered.  Any such attempt ends the step
      *        with return code 8: it is a compliance violation for
      *        counsel, not a statistic;
      *
      *      - every flag on file, lifted or not, with its case or
      *        court reference, the actions logged against it and
      *        the contacts found after it took effect.
      *
      *    The log is cumulative, so the report always covers the
      *    whole history of every flag.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT SUPP-IN     ASSIGN TO LGLSUPP.
           SELECT SORT-WORK   ASSIGN TO SRTWORK.
           SELECT SUPP-SORTED ASSIGN TO SUPSORT.
           SELECT TRACK-IN    ASSIGN TO TRACKF.
           SELECT PRINT-LINE  ASSIGN TO LGLPRT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LEGAL-FILE RECORDING MODE F.
       01  LEGAL-FIELDS.
           COPY LGLFLDS.
      *
       FD  SUPP-IN RECORDING MODE F.
       01  SUPP-IN-REC            PIC X(80).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05  FILLER             PIC X(8).
           05  SRT-RUN-DATE       PIC 9(8).
           05  SRT-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(56).
      *
       FD  SUPP-SORTED RECORDING MODE F.
       01  SUPP-FIELDS.
           COPY LSPFLDS.
      *
      *    TRACK-IN -- the shared outreach-tracking file; see
      *    OUTRESCL for the layout.
       FD  TRACK-IN RECORDING MODE F.
       01  TRACK-REC.
           05  ATT-ACCT-NO        PIC X(8).
           05  ATT-DATE           PIC 9(8).
           05  ATT-CHANNEL        PIC X(1).
           05  ATT-RESULT         PIC X(2).
           05  FILLER             PIC X(61).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LEGAL-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LEGAL      VALUE 'Y'.
           05  SUPP-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SUPP       VALUE 'Y'.
           05  TRACK-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-TRACKS     VALUE 'Y'.
           05  LEGAL-CAPACITY-FLAG PIC X VALUE 'N'.
               88  LEGAL-TABLE-FULL   VALUE 'Y'.
           05  VIOLATION-FLAG     PIC X VALUE 'N'.
               88  ATTEMPT-VIOLATES   VALUE 'Y'.
      *
       01  REPORT-COUNTS.
           05  FLAGS-ON-FILE      PIC S9(7) COMP-3 VALUE ZERO.
           05  ACTIONS-LISTED     PIC S9(7) COMP-3 VALUE ZERO.
           05  ATTEMPTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  VIOLATIONS-FOUND   PIC S9(7) COMP-3 VALUE ZERO.
           05  AMOUNT-WITHHELD    PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *    LEGAL-TABLE -- every flag on file, in force or lifted,
      *    with what this run finds against it.
       01  LEGAL-CTL.
           05  LEGAL-COUNT        PIC S9(4) COMP VALUE 0.
           05  LEGAL-MAX          PIC S9(4) COMP VALUE 2000.
       01  LEGAL-TABLE.
           05  LEGAL-ENTRY OCCURS 2000 TIMES INDEXED BY LG-IDX.
               10  LGT-ACCT-NO    PIC X(8).
               10  LGT-FLAG-TYPE  PIC X(1).
               10  LGT-EFF-DATE   PIC 9(8).
               10  LGT-LIFTED-DATE PIC 9(8).
               10  LGT-REFERENCE  PIC X(20).
               10  LGT-SUPP-COUNT PIC S9(5) COMP-3.
               10  LGT-CONTACTS   PIC S9(5) COMP-3.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(34) VALUE
               'Legal Status Suppression Proof -- '.
           05  HDR-DATE-O     PIC 9(8).
           05  FILLER         PIC X(38) VALUE SPACES.
      *
       01  SECTION-1-HDR.
           05  FILLER         PIC X(40) VALUE
               'Suppressed Actions                      '.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  SECTION-1-COLS.
           05  FILLER         PIC X(40) VALUE
               'Account  T Effectiv  Run Date  Program  '.
           05  FILLER         PIC X(40) VALUE
               'Action Withheld        Amount           '.
       01  SUPP-LINE.
           05  SPL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SPL-FLAG-TYPE-O    PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SPL-EFF-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SPL-RUN-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SPL-PROGRAM-O      PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SPL-ACTION-O       PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SPL-AMOUNT-O       PIC $$$,$$9.99.
           05  FILLER             PIC X(09) VALUE SPACES.
      *
       01  SECTION-2-HDR.
           05  FILLER         PIC X(40) VALUE
               'Contact On Or After Effective Date      '.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  SECTION-2-COLS.
           05  FILLER         PIC X(40) VALUE
               'Account  Attempt  C Rs T Effectiv  Refer'.
           05  FILLER         PIC X(40) VALUE
               'ence                                    '.
       01  VIOLATION-LINE.
           05  VIO-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VIO-ATT-DATE-O     PIC 9(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VIO-CHANNEL-O      PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VIO-RESULT-O       PIC X(2).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VIO-FLAG-TYPE-O    PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VIO-EFF-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  VIO-REFERENCE-O    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE '*VIOLATION*'.
           05  FILLER             PIC X(12) VALUE SPACES.
       01  NO-VIOLATION-LINE.
           05  FILLER         PIC X(40) VALUE
               '  NONE -- NO CONTACT AFTER ANY EFFECTIVE'.
           05  FILLER         PIC X(40) VALUE
               ' DATE                                   '.
      *
       01  SECTION-3-HDR.
           05  FILLER         PIC X(40) VALUE
               'Flags On File                           '.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  SECTION-3-COLS.
           05  FILLER         PIC X(40) VALUE
               'Account  T Effectiv Lifted   Reference  '.
           05  FILLER         PIC X(40) VALUE
               '           Withheld Contacts            '.
       01  FLAG-LINE.
           05  FLG-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FLG-FLAG-TYPE-O    PIC X(1).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FLG-EFF-DATE-O     PIC 9(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FLG-LIFTED-DATE-O  PIC X(8).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FLG-REFERENCE-O    PIC X(20).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FLG-SUPP-COUNT-O   PIC ZZZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FLG-CONTACTS-O     PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE CURRENT-DATE-NUM TO HDR-DATE-O.
           PERFORM LOAD-ALL-FLAGS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCT-NO SRT-RUN-DATE
               USING SUPP-IN
               GIVING SUPP-SORTED.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           PERFORM LIST-SUPPRESSIONS.
           PERFORM CHECK-CONTACTS.
           PERFORM LIST-FLAGS.
      *
       CLOSE-STOP.
           DISPLAY 'LGLRPT: FLAGS ON FILE     = ' FLAGS-ON-FILE.
           DISPLAY 'LGLRPT: ACTIONS WITHHELD  = ' ACTIONS-LISTED.
           DISPLAY 'LGLRPT: AMOUNT WITHHELD   = ' AMOUNT-WITHHELD.
           DISPLAY 'LGLRPT: ATTEMPTS CHECKED  = ' ATTEMPTS-READ.
           DISPLAY 'LGLRPT: CONTACT VIOLATIONS = ' VIOLATIONS-FOUND.
           IF LEGAL-TABLE-FULL
               DISPLAY 'LGLRPT: FLAG TABLE FILLED AT 2000 -- '
                       'EXCESS FLAGS NOT CHECKED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF VIOLATIONS-FOUND > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    LOAD-ALL-FLAGS -- every flag on file, lifted or not; a
      *    lifted flag still proves what happened while it stood.
       LOAD-ALL-FLAGS.
           OPEN INPUT LEGAL-FILE.
           PERFORM READ-LEGAL
           PERFORM UNTIL NO-MORE-LEGAL
               ADD 1 TO FLAGS-ON-FILE
               IF LEGAL-COUNT < LEGAL-MAX
                   ADD 1 TO LEGAL-COUNT
                   MOVE LGL-ACCT-NO     TO LGT-ACCT-NO(LEGAL-COUNT)
                   MOVE LGL-FLAG-TYPE   TO LGT-FLAG-TYPE(LEGAL-COUNT)
                   MOVE LGL-EFF-DATE    TO LGT-EFF-DATE(LEGAL-COUNT)
                   MOVE LGL-LIFTED-DATE
                       TO LGT-LIFTED-DATE(LEGAL-COUNT)
                   MOVE LGL-REFERENCE   TO LGT-REFERENCE(LEGAL-COUNT)
                   MOVE ZERO TO LGT-SUPP-COUNT(LEGAL-COUNT)
                   MOVE ZERO TO LGT-CONTACTS(LEGAL-COUNT)
               ELSE
                   SET LEGAL-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-LEGAL
           END-PERFORM.
           CLOSE LEGAL-FILE.
      *
       READ-LEGAL.
           READ LEGAL-FILE
               AT END SET NO-MORE-LEGAL TO TRUE
           END-READ.
      *
      *    LIST-SUPPRESSIONS -- the log in account and run-date
      *    order, each action credited to the flag that withheld it.
       LIST-SUPPRESSIONS.
           WRITE PRINT-REC FROM SECTION-1-HDR.
           WRITE PRINT-REC FROM SECTION-1-COLS.
           OPEN INPUT SUPP-SORTED.
           PERFORM READ-SUPP
           PERFORM UNTIL NO-MORE-SUPP
               ADD 1 TO ACTIONS-LISTED
               ADD LSP-AMOUNT TO AMOUNT-WITHHELD
               MOVE LSP-ACCT-NO   TO SPL-ACCT-NO-O
               MOVE LSP-FLAG-TYPE TO SPL-FLAG-TYPE-O
               MOVE LSP-EFF-DATE  TO SPL-EFF-DATE-O
               MOVE LSP-RUN-DATE  TO SPL-RUN-DATE-O
               MOVE LSP-PROGRAM   TO SPL-PROGRAM-O
               MOVE LSP-ACTION    TO SPL-ACTION-O
               MOVE LSP-AMOUNT    TO SPL-AMOUNT-O
               WRITE PRINT-REC FROM SUPP-LINE
               PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > LEGAL-COUNT
                   IF LGT-ACCT-NO(LG-IDX) = LSP-ACCT-NO
                       AND LGT-FLAG-TYPE(LG-IDX) = LSP-FLAG-TYPE
                       AND LGT-EFF-DATE(LG-IDX) = LSP-EFF-DATE
                       ADD 1 TO LGT-SUPP-COUNT(LG-IDX)
                   END-IF
               END-PERFORM
               PERFORM READ-SUPP
           END-PERFORM.
           CLOSE SUPP-SORTED.
      *
       READ-SUPP.
           READ SUPP-SORTED
               AT END SET NO-MORE-SUPP TO TRUE
           END-READ.
      *
      *    CHECK-CONTACTS -- an attempt is a violation when any flag
      *    on its account was in force on the attempt date: on or
      *    after the effective date, before the lifted date.
       CHECK-CONTACTS.
           WRITE PRINT-REC FROM SECTION-2-HDR.
           WRITE PRINT-REC FROM SECTION-2-COLS.
           OPEN INPUT TRACK-IN.
           PERFORM READ-TRACK
           PERFORM UNTIL NO-MORE-TRACKS
               ADD 1 TO ATTEMPTS-READ
               MOVE 'N' TO VIOLATION-FLAG
               PERFORM VARYING LG-IDX FROM 1 BY 1
                   UNTIL LG-IDX > LEGAL-COUNT OR ATTEMPT-VIOLATES
                   IF LGT-ACCT-NO(LG-IDX) = ATT-ACCT-NO
                       AND ATT-DATE NOT < LGT-EFF-DATE(LG-IDX)
                       AND (LGT-LIFTED-DATE(LG-IDX) = ZERO
                           OR ATT-DATE < LGT-LIFTED-DATE(LG-IDX))
                       SET ATTEMPT-VIOLATES TO TRUE
                       ADD 1 TO LGT-CONTACTS(LG-IDX)
                       PERFORM WRITE-VIOLATION
                   END-IF
               END-PERFORM
               PERFORM READ-TRACK
           END-PERFORM.
           CLOSE TRACK-IN.
           IF VIOLATIONS-FOUND = ZERO
               WRITE PRINT-REC FROM NO-VIOLATION-LINE
           END-IF.
      *
       READ-TRACK.
           READ TRACK-IN
               AT END SET NO-MORE-TRACKS TO TRUE
           END-READ.
      *
       WRITE-VIOLATION.
           ADD 1 TO VIOLATIONS-FOUND.
           MOVE ATT-ACCT-NO           TO VIO-ACCT-NO-O.
           MOVE ATT-DATE              TO VIO-ATT-DATE-O.
           MOVE ATT-CHANNEL           TO VIO-CHANNEL-O.
           MOVE ATT-RESULT            TO VIO-RESULT-O.
           MOVE LGT-FLAG-TYPE(LG-IDX) TO VIO-FLAG-TYPE-O.
           MOVE LGT-EFF-DATE(LG-IDX)  TO VIO-EFF-DATE-O.
           MOVE LGT-REFERENCE(LG-IDX) TO VIO-REFERENCE-O.
           WRITE PRINT-REC FROM VIOLATION-LINE.
      *
       LIST-FLAGS.
           WRITE PRINT-REC FROM SECTION-3-HDR.
           WRITE PRINT-REC FROM SECTION-3-COLS.
           PERFORM VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > LEGAL-COUNT
               MOVE LGT-ACCT-NO(LG-IDX)    TO FLG-ACCT-NO-O
               MOVE LGT-FLAG-TYPE(LG-IDX)  TO FLG-FLAG-TYPE-O
               MOVE LGT-EFF-DATE(LG-IDX)   TO FLG-EFF-DATE-O
               IF LGT-LIFTED-DATE(LG-IDX) = ZERO
                   MOVE SPACES TO FLG-LIFTED-DATE-O
               ELSE
                   MOVE LGT-LIFTED-DATE(LG-IDX) TO FLG-LIFTED-DATE-O
               END-IF
               MOVE LGT-REFERENCE(LG-IDX)  TO FLG-REFERENCE-O
               MOVE LGT-SUPP-COUNT(LG-IDX) TO FLG-SUPP-COUNT-O
               MOVE LGT-CONTACTS(LG-IDX)   TO FLG-CONTACTS-O
               WRITE PRINT-REC FROM FLAG-LINE
           END-PERFORM.
      *
