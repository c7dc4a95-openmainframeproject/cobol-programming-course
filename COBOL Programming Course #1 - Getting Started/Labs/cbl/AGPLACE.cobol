      *    The updated master goes to NEWACCT, the same sequential
      *    write-a-new-master pattern POSTACCT uses, with a CTLOUT
      *    control record for the next consumer's handshake.
      *
      *    An account under a legal-status flag in force today
      *    (LGLFILE, per LGLFLDS -- deceased, bankruptcy or
      *    cease-and-desist) is never placed: an agency cannot work
      *    what we may not collect ourselves.  The placement it
      *    would have had goes to the suppression log (LGLSUPP) for
      *    LGLRPT.
      *
      *    Every placement is also appended to the account's dated
      *    memo file (MEMOFILE, per MEMFLDS) as a PLAC entry naming
      *    the agency and the amount over, so the placement stays on
      *    the account's record after a recall or closure has
      *    replaced the stamp.  The PLACED stamp itself stays in
      *    COMMENTS, because it is the placement state AGACTIV,
      *    AGRECALL, CAMPSEL, COLQBLD and OUTREACH test for; an
      *    agent's note it would overwrite is first kept on the memo
      *    file as a CMNT entry.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT PRINT-LINE   ASSIGN TO PLACERPT.
           SELECT PARM-CARD    ASSIGN TO PARMCARD.
           SELECT CTL-OUT      ASSIGN TO CTLOUT.
           SELECT LEGAL-FILE   ASSIGN TO LGLFILE.
           SELECT SUPP-FILE    ASSIGN TO LGLSUPP.
           SELECT MEMO-FILE    ASSIGN TO MEMOFILE.
      *-------------
       DATA DIVISION.
      *-------------
           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
      *    PLACE-OUT -- one record per account placed this run, in
      *    the agency-exchange layout: the account, the customer and
       FD  CTL-OUT RECORDING MODE F.
       01  CTL-OUT-FIELDS.
           COPY CTLFLDS.
      *
      *    LEGAL-FILE -- the legal-status flags (LGLFLDS); SUPP-FILE
      *    is the shared log (LSPFLDS) of every action withheld
      *    because of one.
       FD  LEGAL-FILE RECORDING MODE F.
       01  LEGAL-FIELDS.
           COPY LGLFLDS.
      *
       FD  SUPP-FILE RECORDING MODE F.
       01  SUPP-FIELDS.
           COPY LSPFLDS.
      *
      *    MEMO-FILE -- the account memo file (MEMFLDS), appended to.
       FD  MEMO-FILE RECORDING MODE F.
       01  MEMO-FIELDS.
           COPY MEMFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RECORDS-SCANNED    PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-PLACED       PIC S9(7) COMP-3 VALUE ZERO.
           05  ALREADY-PLACED     PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    LEGAL-TABLE -- the legal-status flags in force today,
      *    loaded once; LEGAL-HIT is the flag that barred the
      *    account being looked at.
       01  LEGAL-LOOKUP-FLAGS.
           05  LEGAL-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LEGAL      VALUE 'Y'.
           05  LEGAL-CAPACITY-FLAG PIC X VALUE 'N'.
               88  LEGAL-TABLE-FULL   VALUE 'Y'.
           05  CONTACT-BAR-FLAG   PIC X VALUE 'N'.
               88  CONTACT-BARRED     VALUE 'Y'.
           05  CHARGE-BAR-FLAG    PIC X VALUE 'N'.
               88  CHARGES-BARRED     VALUE 'Y'.
       01  LEGAL-CTL.
           05  LEGAL-COUNT        PIC S9(4) COMP VALUE 0.
           05  LEGAL-MAX          PIC S9(4) COMP VALUE 1000.
       01  LEGAL-TABLE.
           05  LEGAL-ENTRY OCCURS 1000 TIMES INDEXED BY LG-IDX.
               10  LGT-ACCT-NO    PIC X(8).
               10  LGT-FLAG-TYPE  PIC X(1).
               10  LGT-EFF-DATE   PIC 9(8).
               10  LGT-REFERENCE  PIC X(20).
       01  LEGAL-HIT.
           05  HIT-FLAG-TYPE      PIC X(1).
           05  HIT-EFF-DATE       PIC 9(8).
           05  HIT-REFERENCE      PIC X(20).
       01  SUPPRESS-ACTION-WK     PIC X(20) VALUE SPACES.
       01  SUPPRESS-AMOUNT-WK     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  ACTIONS-SUPPRESSED     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  PLACE-DAYS             PIC S9(3) COMP-3 VALUE 120.
       01  AMT-OVER               PIC S9(7)V99 COMP-3 VALUE ZERO.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HOURS        PIC 9(02).
               10  WS-CURRENT-MINUTE       PIC 9(02).
               10  WS-CURRENT-SECOND       PIC 9(02).
               10  WS-CURRENT-MILLISECONDS PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-DATE-INT       PIC S9(9) COMP-3 VALUE ZERO.
      *
           05  FILLER             PIC X(1) VALUE SPACE.
           05  STAMP-DATE         PIC 9(8).
           05  FILLER             PIC X(30) VALUE SPACES.
      *
      *    PLACEMENT-MEMO -- the text of the PLAC memo entry.
       01  PLACEMENT-MEMO.
           05  FILLER             PIC X(19) VALUE
               'PLACED WITH AGENCY '.
           05  MEMO-AGENCY        PIC X(4).
           05  FILLER             PIC X(15) VALUE
               ', AMOUNT OVER '.
           05  MEMO-AMT-OVER      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(5) VALUE SPACES.
       01  MEMOS-WRITTEN          PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(25) VALUE
           MOVE PARM-AGENCY TO STAMP-AGENCY.
           CLOSE PARM-CARD.
           MOVE CURRENT-DATE-NUM TO STAMP-DATE.
           PERFORM LOAD-LEGAL-FLAGS.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN OUTPUT PLACE-OUT.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND SUPP-FILE.
           OPEN EXTEND MEMO-FILE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
           DISPLAY 'AGPLACE: RECORDS SCANNED = ' RECORDS-SCANNED.
           DISPLAY 'AGPLACE: ACCOUNTS PLACED = ' ACCTS-PLACED.
           DISPLAY 'AGPLACE: ALREADY PLACED  = ' ALREADY-PLACED.
           DISPLAY 'AGPLACE: LEGAL SUPPRESSED = ' ACTIONS-SUPPRESSED.
           DISPLAY 'AGPLACE: MEMOS WRITTEN   = ' MEMOS-WRITTEN.
           CLOSE ACCT-REC.
           CLOSE NEW-ACCT-REC.
           CLOSE PLACE-OUT.
           CLOSE PRINT-LINE.
           CLOSE SUPP-FILE.
           CLOSE MEMO-FILE.
           GOBACK.
      *
       READ-RECORD.
      *
      *    JUDGE-ONE-ACCOUNT -- an account already stamped PLACED is
      *    the agency's to work; placing it again would pay a second
      *    fee on the same money.  An aged-out account under a
      *    legal-status flag is logged as withheld, not placed.
       JUDGE-ONE-ACCOUNT.
           IF COMMENTS(1:7) = 'PLACED '
               ADD 1 TO ALREADY-PLACED
           ELSE
               PERFORM CHECK-AGED-OUT
               IF ACCOUNT-AGED-OUT
                   PERFORM GET-LEGAL-STATUS
                   IF CONTACT-BARRED
                       MOVE 'AGENCY PLACEMENT' TO SUPPRESS-ACTION-WK
                       MOVE ZERO               TO SUPPRESS-AMOUNT-WK
                       PERFORM WRITE-SUPPRESSION
                   ELSE
                       PERFORM PLACE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.
      *
           MOVE AMT-OVER         TO PLC-AMT-OVER.
           MOVE CURRENT-DATE-NUM TO PLC-PLACE-DATE.
           WRITE PLACE-REC.
           PERFORM KEEP-DISPLACED-NOTE.
           MOVE STAMP-AGENCY     TO MEMO-AGENCY.
           MOVE AMT-OVER         TO MEMO-AMT-OVER.
           PERFORM START-MEMO.
           SET MEM-PLACEMENT     TO TRUE.
           MOVE PLACEMENT-MEMO   TO MEM-TEXT.
           PERFORM WRITE-MEMO.
           MOVE PLACEMENT-STAMP  TO COMMENTS.
           MOVE SPACES           TO PRINT-REC.
           MOVE ACCT-NO          TO PLR-ACCT-NO-O.
           MOVE STAMP-AGENCY     TO PLR-AGENCY-O.
           WRITE PRINT-REC.
      *
      *    KEEP-DISPLACED-NOTE -- text an agent left in COMMENTS is
      *    about to give way to the stamp; anything that is not
      *    itself a program stamp goes to the memo file first.
       KEEP-DISPLACED-NOTE.
           IF COMMENTS NOT = SPACES
               AND COMMENTS(1:7)  NOT = 'PLACED '
               AND COMMENTS(1:9)  NOT = 'RECALLED '
               AND COMMENTS(1:7)  NOT = 'CLOSED '
               AND COMMENTS(1:11) NOT = 'REINSTATED '
               PERFORM START-MEMO
               SET MEM-DISPLACED-TEXT TO TRUE
               MOVE COMMENTS TO MEM-TEXT
               PERFORM WRITE-MEMO
           END-IF.
      *
      *    START-MEMO / WRITE-MEMO -- one entry on the memo file,
      *    dated and timed by this run and signed by the program.
       START-MEMO.
           MOVE SPACES           TO MEMO-FIELDS.
           MOVE ACCT-NO          TO MEM-ACCT-NO.
           MOVE CURRENT-DATE-NUM TO MEM-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO MEM-TIME.
           MOVE 'AGPLACE'        TO MEM-SOURCE.
      *
       WRITE-MEMO.
           WRITE MEMO-FIELDS.
           ADD 1 TO MEMOS-WRITTEN.
      *
      *    WRITE-MASTER-CONTROL -- describes the new master this run
      *    wrote, for the next consumer's control check.
       WRITE-MASTER-CONTROL.
           WRITE CTL-OUT-FIELDS.
           CLOSE CTL-OUT.
      *
      *    LOAD-LEGAL-FLAGS -- the flags in force today: effective
      *    on or before today and not lifted by today.  A flag that
      *    does not fit the table is a flag not honored, so a full
      *    table is reported and the run ends RC 8.
       LOAD-LEGAL-FLAGS.
           OPEN INPUT LEGAL-FILE.
           PERFORM READ-LEGAL
           PERFORM UNTIL NO-MORE-LEGAL
               IF LGL-EFF-DATE NOT > CURRENT-DATE-NUM
                   AND (LGL-LIFTED-DATE = ZERO
                        OR LGL-LIFTED-DATE > CURRENT-DATE-NUM)
                   IF LEGAL-COUNT < LEGAL-MAX
                       ADD 1 TO LEGAL-COUNT
                       MOVE LGL-ACCT-NO   TO LGT-ACCT-NO(LEGAL-COUNT)
                       MOVE LGL-FLAG-TYPE TO LGT-FLAG-TYPE(LEGAL-COUNT)
                       MOVE LGL-EFF-DATE  TO LGT-EFF-DATE(LEGAL-COUNT)
                       MOVE LGL-REFERENCE TO LGT-REFERENCE(LEGAL-COUNT)
                   ELSE
                       SET LEGAL-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-LEGAL
           END-PERFORM.
           CLOSE LEGAL-FILE.
           IF LEGAL-TABLE-FULL
               DISPLAY 'AGPLACE: LEGAL TABLE FILLED AT 1000 -- '
                       'EXCESS FLAGS NOT HONORED'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       READ-LEGAL.
           READ LEGAL-FILE
               AT END SET NO-MORE-LEGAL TO TRUE
           END-READ.
      *
      *    GET-LEGAL-STATUS -- any flag in force bars contact with
      *    the account; a deceased or bankruptcy flag also bars
      *    further charges to it.  LEGAL-HIT is the barring flag --
      *    the charge bar's when there is one.
       GET-LEGAL-STATUS.
           MOVE 'N' TO CONTACT-BAR-FLAG.
           MOVE 'N' TO CHARGE-BAR-FLAG.
           PERFORM VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > LEGAL-COUNT
               IF LGT-ACCT-NO(LG-IDX) = ACCT-NO
                   IF NOT CONTACT-BARRED
                       SET CONTACT-BARRED TO TRUE
                       PERFORM TAKE-LEGAL-HIT
                   END-IF
                   IF LGT-FLAG-TYPE(LG-IDX) NOT = 'C'
                       AND NOT CHARGES-BARRED
                       SET CHARGES-BARRED TO TRUE
                       PERFORM TAKE-LEGAL-HIT
                   END-IF
               END-IF
           END-PERFORM.
      *
       TAKE-LEGAL-HIT.
           MOVE LGT-FLAG-TYPE(LG-IDX) TO HIT-FLAG-TYPE.
           MOVE LGT-EFF-DATE(LG-IDX)  TO HIT-EFF-DATE.
           MOVE LGT-REFERENCE(LG-IDX) TO HIT-REFERENCE.
      *
      *    WRITE-SUPPRESSION -- the withheld action onto the shared
      *    suppression log, with the flag that withheld it.
       WRITE-SUPPRESSION.
           ADD 1 TO ACTIONS-SUPPRESSED.
           MOVE SPACES             TO SUPP-FIELDS.
           MOVE 'AGPLACE'          TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE ACCT-NO            TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE SUPPRESS-ACTION-WK TO LSP-ACTION.
           MOVE SUPPRESS-AMOUNT-WK TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
