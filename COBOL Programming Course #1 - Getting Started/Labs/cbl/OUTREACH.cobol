      *    works a CUSTOMER once instead of dialing the same person
      *    for each of their accounts; a brand-new account CUSTXREF
      *    does not cover yet lists with a blank ID.
      *
      *    An account carrying a legal-status flag in force today
      *    (LGLFILE, per LGLFLDS -- deceased, bankruptcy or
      *    cease-and-desist) is never listed and no attempt is
      *    recorded; the listing it would have had goes to the
      *    suppression log (LGLSUPP) instead, which is how LGLRPT
      *    proves to counsel that contact stopped.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT XREF-IN     ASSIGN TO CUSTXREF.
           SELECT CONT-LINE   ASSIGN TO CONTLIST.
           SELECT TRACK-OUT   ASSIGN TO TRACKF.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT SUPP-FILE   ASSIGN TO LGLSUPP.
      *-------------
       DATA DIVISION.
      *-------------
           05  ATT-CHANNEL        PIC X(1).
           05  ATT-RESULT         PIC X(2).
           05  FILLER             PIC X(61).
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
       01  ACCT-NO-MASKED         PIC X(8).
               10  XRT-ACCT-NO    PIC X(8).
               10  XRT-CUST-ID    PIC X(8).
       01  LOOKUP-CUST-ID         PIC X(8) VALUE SPACES.
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
       01  AMT-OVER               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-LEGAL-FLAGS.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT CONT-LINE.
           OPEN EXTEND TRACK-OUT.
           OPEN EXTEND SUPP-FILE.
           WRITE CONT-REC FROM HEADER-1.
           WRITE CONT-REC FROM HEADER-2.
      *
           DISPLAY 'OUTREACH: LISTED ON CONTLIST  = ' LISTED-COUNT.
           DISPLAY 'OUTREACH: NO CONTACT INFO     = ' NO-CONTACT-COUNT.
           DISPLAY 'OUTREACH: PLACED WITH AGENCY  = ' PLACED-COUNT.
           DISPLAY 'OUTREACH: LEGAL SUPPRESSED    = '
               ACTIONS-SUPPRESSED.
           CLOSE ACCT-REC.
           CLOSE CONT-LINE.
           CLOSE TRACK-OUT.
           CLOSE SUPP-FILE.
           GOBACK.
      *
       READ-RECORD.
      *    phone number nor an email address is counted but left off
      *    CONTLIST, since there is nothing for collections to call
      *    or write to.  An account AGPLACE has stamped PLACED on
      *    COMMENTS is the agency's to work, not ours to dial.  An
      *    account under a legal-status flag is not ours to dial
      *    either; the listing is logged as withheld.
       PROCESS-OVERLIMIT-ACCOUNT.
           ADD 1 TO OVERLIMIT-COUNT.
           IF COMMENTS(1:7) = 'PLACED '
               ADD 1 TO NO-CONTACT-COUNT
           ELSE
               COMPUTE AMT-OVER = ACCT-BALANCE - ACCT-LIMIT
               PERFORM GET-LEGAL-STATUS
               IF CONTACT-BARRED
                   MOVE 'CONTACT LISTING' TO SUPPRESS-ACTION-WK
                   MOVE ZERO              TO SUPPRESS-AMOUNT-WK
                   PERFORM WRITE-SUPPRESSION
               ELSE
                   PERFORM WRITE-CONTACT-LINE
               END-IF
           END-IF.
      *
       LOAD-XREF-TABLE.
           END-IF.
           WRITE TRACK-REC.
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
               DISPLAY 'OUTREACH: LEGAL TABLE FILLED AT 1000 -- '
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
           MOVE 'OUTREACH'         TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE ACCT-NO            TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE SUPPRESS-ACTION-WK TO LSP-ACTION.
           MOVE SUPPRESS-AMOUNT-WK TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
