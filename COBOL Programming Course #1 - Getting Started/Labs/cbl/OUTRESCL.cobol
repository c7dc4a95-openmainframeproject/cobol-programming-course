      *    for the DORMAPPL-style review-and-apply treatment.  An
      *    account that has paid since its first attempt is closed
      *    out and only counted.
      *
      *    A second notice is contact, so an account under a legal-
      *    status flag in force today (LGLFILE, per LGLFLDS) gets
      *    none; the notice it would have had goes to the
      *    suppression log (LGLSUPP) for LGLRPT.  The suspension
      *    recommendation is our own credit decision, not contact,
      *    and is still made.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT SECOND-LINE ASSIGN TO SECONDNT.
           SELECT PRINT-LINE  ASSIGN TO ESCLRPT.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT SUPP-FILE   ASSIGN TO LGLSUPP.
      *-------------
       DATA DIVISION.
      *-------------
           05  PARM-NOTICE-DAYS   PIC 9(3).
           05  PARM-SUSPEND-DAYS  PIC 9(3).
           05  FILLER             PIC X(74).
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
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  ITEMS-CLOSED       PIC S9(7) COMP-3 VALUE ZERO.
           05  SECOND-NOTICES     PIC S9(7) COMP-3 VALUE ZERO.
           05  SUSPEND-RECOMMEND  PIC S9(7) COMP-3 VALUE ZERO.
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
       01  GROUP-WORK.
           05  FIRST-ATTEMPT-DATE PIC 9(8) VALUE ZERO.
           MOVE PARM-NOTICE-DAYS  TO NOTICE-DAYS.
           MOVE PARM-SUSPEND-DAYS TO SUSPEND-DAYS.
           CLOSE PARM-CARD.
           PERFORM LOAD-LEGAL-FLAGS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCT-NO SRT-DATE
               USING TRACK-IN
           OPEN INPUT  TRACK-SORTED.
           OPEN OUTPUT SECOND-LINE.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND SUPP-FILE.
           PERFORM READ-TRACK.
      *
       ESCALATE-ACCOUNTS.
           DISPLAY 'OUTRESCL: SECOND NOTICES     = ' SECOND-NOTICES.
           DISPLAY 'OUTRESCL: SUSPEND RECOMMENDED = '
               SUSPEND-RECOMMEND.
           DISPLAY 'OUTRESCL: LEGAL SUPPRESSED  = '
               ACTIONS-SUPPRESSED.
           CLOSE ACCT-REC.
           CLOSE TRACK-SORTED.
           CLOSE SECOND-LINE.
           CLOSE PRINT-LINE.
           CLOSE SUPP-FILE.
           GOBACK.
      *
       READ-RECORD.
      *
      *    JUDGE-ONE-ACCOUNT -- paid since the first attempt closes
      *    the item; otherwise the item's age picks the escalation.
      *    A second notice to an account under a legal-status flag
      *    is logged as withheld instead of written.
       JUDGE-ONE-ACCOUNT.
           MOVE LAST-ACTIVITY-DATE TO ACTIVITY-DATE-NUM.
           IF LAST-ACTIVITY-DATE NOT = ZERO
                   PERFORM RECOMMEND-SUSPENSION
               ELSE
                   IF DAYS-OPEN > NOTICE-DAYS
                       PERFORM GET-LEGAL-STATUS
                       IF CONTACT-BARRED
                           MOVE 'SECOND NOTICE' TO SUPPRESS-ACTION-WK
                           MOVE ZERO            TO SUPPRESS-AMOUNT-WK
                           PERFORM WRITE-SUPPRESSION
                       ELSE
                           PERFORM WRITE-SECOND-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 'RECOMMEND SUSPENSION' TO ESC-ACTION-O.
           WRITE PRINT-REC.
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
               DISPLAY 'OUTRESCL: LEGAL TABLE FILLED AT 1000 -- '
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
           MOVE 'OUTRESCL'         TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE ACCT-NO            TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE SUPPRESS-ACTION-WK TO LSP-ACTION.
           MOVE SUPPRESS-AMOUNT-WK TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
