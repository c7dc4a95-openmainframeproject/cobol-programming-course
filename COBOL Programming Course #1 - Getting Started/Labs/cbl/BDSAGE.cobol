      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BDSAGE.
       AUTHOR.        Otto B. Mailer.
      *--------------------
      *    BDSAGE works the billing-dispute case file BDSINTK feeds,
      *    the way DSPAGE works the bureau disputes: it confirms
      *    provisional credits, applies the disputes team's
      *    resolutions, and ages every case still open against its
      *    resolution deadline.
      *
      *    A case's provisional credit (code DSPC) is confirmed the
      *    night it shows on TRANHIST -- same account, same amount,
      *    the disputed item's posting date in its comment, posted
      *    on or after the day the case opened -- and the posting
      *    date is stamped on the case.  Until then FEEASSES and
      *    INTACCR hold the disputed amount out themselves.
      *
      *    BDSRES carries one card per resolved case -- the same
      *    account, item dates and amount the claim named, and 'P'
      *    (the billing error stands; the credit is made permanent)
      *    or 'R' (no error; the charge is re-billed).  A permanent
      *    credit moves no money: the provisional credit already
      *    posted simply stays.  A re-bill writes a type 'C'
      *    transaction for the disputed amount, code DSPR, to
      *    BDSRBIL for POSTACCT.  Either way the customer is owed a
      *    letter, and a notice record goes to BDSNOTE in the fixed
      *    no-editing vendor shape REPRICE's NOTICEXT uses, name
      *    and address off a direct keyed ACCTVSAM read.  A card
      *    for a case whose credit has not yet posted is held --
      *    re-billing a credit the customer never received would
      *    charge them twice -- and is reported held, to be keyed
      *    again once the credit has posted.
      *
      *    Every case still open prints on BDSRPT, the disputes
      *    team's worklist, with the days left to its deadline;
      *    one inside WARN-DAYS prints DUE SOON, and one past its
      *    deadline prints *OVERDUE* and ends the step with return
      *    code 8 -- a billing error left unresolved past the
      *    deadline is a compliance violation, not a backlog item.
      *    The case file is carried forward to BDCASEO.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-IN     ASSIGN TO BDCASE.
           SELECT CASE-OUT    ASSIGN TO BDCASEO.
           SELECT RES-IN      ASSIGN TO BDSRES.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT TRAN-OUT    ASSIGN TO BDSRBIL.
           SELECT NOTICE-EXT  ASSIGN TO BDSNOTE.
           SELECT PRINT-LINE  ASSIGN TO BDSRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CASE-IN RECORDING MODE F.
       01  CASE-FIELDS.
           COPY BDSFLDS.
      *
       FD  CASE-OUT RECORDING MODE F.
       01  CASE-OUT-REC           PIC X(80).
      *
       FD  RES-IN RECORDING MODE F.
       01  RES-CARD.
           05  RSC-ACCT-NO        PIC X(8).
           05  RSC-POST-DATE      PIC 9(8).
           05  RSC-TRAN-DATE      PIC X(8).
           05  RSC-AMOUNT         PIC 9(7)V99.
           05  RSC-ACTION         PIC X(1).
           05  FILLER             PIC X(46).
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    TRAN-OUT -- the re-bills, in TRANFLDS format for
      *    POSTACCT.
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-FIELDS.
           COPY TRANFLDS.
      *
      *    NOTICE-EXT -- one fixed-width notice record per resolved
      *    case for the letter vendor: plain pictures, no report
      *    editing.  NTC-OUTCOME: P credit made permanent, R
      *    charge re-billed.
       FD  NOTICE-EXT RECORDING MODE F.
       01  NOTICE-FIELDS.
           05  NTC-ACCT-NO        PIC X(08).
           05  NTC-LAST-NAME      PIC X(20).
           05  NTC-FIRST-NAME     PIC X(15).
           05  NTC-ADDR-LINE      PIC X(25).
           05  NTC-CITY           PIC X(20).
           05  NTC-STATE          PIC X(15).
           05  NTC-ZIP            PIC X(05).
           05  NTC-OUTCOME        PIC X(01).
           05  NTC-ITEM-POST-DATE PIC 9(08).
           05  NTC-ITEM-TRAN-DATE PIC X(08).
           05  NTC-AMOUNT         PIC 9(07)V99.
           05  NTC-NOTICE-DATE    PIC 9(08).
           05  FILLER             PIC X(08).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  BSR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BSR-ITEM-DATE-O    PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BSR-AMOUNT-O       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BSR-DEADLINE-O     PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BSR-DAYS-O         PIC ZZ9-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BSR-OUTCOME-O      PIC X(29).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CASE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-CASES      VALUE 'Y'.
           05  RES-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  CARD-MATCH-FLAG    PIC X VALUE 'N'.
               88  CARD-MATCHED       VALUE 'Y'.
           05  CREDIT-MATCH-FLAG  PIC X VALUE 'N'.
               88  CREDIT-MATCHED     VALUE 'Y'.
           05  OVERDUE-FLAG       PIC X VALUE 'N'.
               88  A-CASE-OVERDUE     VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
           05  CRED-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CRED-TABLE-FULL    VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
      *    WARN-DAYS -- an open case this close to its deadline
      *    is flagged DUE SOON on the worklist.
       01  WARN-DAYS              PIC S9(3) COMP-3 VALUE 15.
      *
       01  AGE-COUNTS.
           05  CASES-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  CREDITS-CONFIRMED  PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-CREDITED     PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-REBILLED     PIC S9(7) COMP-3 VALUE ZERO.
           05  REBILL-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  CASES-OPEN         PIC S9(7) COMP-3 VALUE ZERO.
           05  CASES-OVERDUE      PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-HELD         PIC S9(7) COMP-3 VALUE ZERO.
           05  CARDS-UNMATCHED    PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    CARD-TABLE -- tonight's resolutions.  CDT-USED: N not
      *    yet matched, Y applied, H held for an unposted credit.
       01  CARD-CTL.
           05  CARD-COUNT         PIC S9(4) COMP VALUE 0.
           05  CARD-MAX           PIC S9(4) COMP VALUE 200.
           05  CARD-SLOT          PIC S9(4) COMP VALUE 0.
       01  CARD-TABLE.
           05  CARD-ENTRY OCCURS 200 TIMES INDEXED BY CD-IDX.
               10  CDT-ACCT-NO    PIC X(8).
               10  CDT-POST-DATE  PIC 9(8).
               10  CDT-TRAN-DATE  PIC X(8).
               10  CDT-AMOUNT     PIC S9(7)V99 COMP-3.
               10  CDT-ACTION     PIC X(1).
               10  CDT-USED       PIC X(1).
      *
      *    CRED-TABLE -- the DSPC provisional credits TRANHIST
      *    shows posted, gathered in one pass; each confirms one
      *    case.
       01  CRED-CTL.
           05  CRED-COUNT         PIC S9(4) COMP VALUE 0.
           05  CRED-MAX           PIC S9(4) COMP VALUE 2000.
       01  CRED-TABLE.
           05  CRED-ENTRY OCCURS 2000 TIMES INDEXED BY CR-IDX.
               10  CRT-ACCT-NO    PIC X(8).
               10  CRT-AMOUNT     PIC S9(7)V99 COMP-3.
               10  CRT-ITEM-DATE  PIC X(8).
               10  CRT-POST-DATE  PIC 9(8).
               10  CRT-USED       PIC X(1).
      *
       01  DAYS-LEFT              PIC S9(5) COMP-3 VALUE ZERO.
       01  DEADLINE-NUM           PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-DATE-INT       PIC S9(9) COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(36) VALUE
               'Billing-Error Dispute Aging Worklist'.
           05  FILLER         PIC X(44) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(08) VALUE 'Account '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Posted  '.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE '       Amount'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'Deadline'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(04) VALUE 'Days'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(29) VALUE 'Outcome'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           PERFORM GATHER-RESOLUTIONS.
           PERFORM GATHER-CREDITS.
           OPEN INPUT  CASE-IN.
           OPEN OUTPUT CASE-OUT.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT NOTICE-EXT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       WORK-CASES.
           PERFORM READ-CASE
           PERFORM UNTIL NO-MORE-CASES
               ADD 1 TO CASES-READ
               IF BDS-OPEN
                   IF BDS-CREDIT-POST-DATE = ZERO
                       PERFORM CONFIRM-CREDIT
                   END-IF
                   PERFORM MATCH-RESOLUTION
                   IF CARD-MATCHED
                       IF BDS-CREDIT-POST-DATE = ZERO
                           PERFORM HOLD-RESOLUTION
                       ELSE
                           PERFORM APPLY-RESOLUTION
                       END-IF
                   ELSE
                       PERFORM AGE-THE-CASE
                   END-IF
               END-IF
               WRITE CASE-OUT-REC FROM CASE-FIELDS
               PERFORM READ-CASE
           END-PERFORM.
           PERFORM REPORT-UNMATCHED-CARDS.
      *
       CLOSE-STOP.
           DISPLAY 'BDSAGE: CASES READ         = ' CASES-READ.
           DISPLAY 'BDSAGE: CREDITS CONFIRMED  = ' CREDITS-CONFIRMED.
           DISPLAY 'BDSAGE: CREDITED           = ' CASES-CREDITED.
           DISPLAY 'BDSAGE: RE-BILLED          = ' CASES-REBILLED.
           DISPLAY 'BDSAGE: RE-BILL TOTAL      = ' REBILL-TOTAL.
           DISPLAY 'BDSAGE: STILL OPEN         = ' CASES-OPEN.
           DISPLAY 'BDSAGE: OVERDUE            = ' CASES-OVERDUE.
           DISPLAY 'BDSAGE: CARDS HELD         = ' CARDS-HELD.
           DISPLAY 'BDSAGE: CARDS UNMATCHED    = ' CARDS-UNMATCHED.
           IF CARD-TABLE-FULL
               DISPLAY 'BDSAGE: CARD TABLE FILLED AT 200 -- '
                       'EXCESS CARDS NOT APPLIED'
           END-IF.
           IF CRED-TABLE-FULL
               DISPLAY 'BDSAGE: CREDIT TABLE FILLED AT 2000 -- '
                       'EXCESS CREDITS NOT CONFIRMED'
           END-IF.
           IF A-CASE-OVERDUE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CASE-IN.
           CLOSE CASE-OUT.
           CLOSE ACCT-VSAM.
           CLOSE TRAN-OUT.
           CLOSE NOTICE-EXT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-CASE.
           READ CASE-IN
               AT END SET NO-MORE-CASES TO TRUE
           END-READ.
      *
      *    GATHER-RESOLUTIONS -- a card with an unreadable amount
      *    can match no case and is left to report as unmatched.
       GATHER-RESOLUTIONS.
           OPEN INPUT RES-IN.
           PERFORM READ-RES-CARD
           PERFORM UNTIL NO-MORE-CARDS
               IF CARD-COUNT < CARD-MAX
                   ADD 1 TO CARD-COUNT
                   MOVE RSC-ACCT-NO    TO CDT-ACCT-NO(CARD-COUNT)
                   MOVE RSC-POST-DATE  TO CDT-POST-DATE(CARD-COUNT)
                   MOVE RSC-TRAN-DATE  TO CDT-TRAN-DATE(CARD-COUNT)
                   MOVE ZERO           TO CDT-AMOUNT(CARD-COUNT)
                   IF RSC-AMOUNT NUMERIC
                       MOVE RSC-AMOUNT TO CDT-AMOUNT(CARD-COUNT)
                   END-IF
                   MOVE RSC-ACTION     TO CDT-ACTION(CARD-COUNT)
                   MOVE 'N'            TO CDT-USED(CARD-COUNT)
               ELSE
                   SET CARD-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-RES-CARD
           END-PERFORM.
           CLOSE RES-IN.
      *
       READ-RES-CARD.
           READ RES-IN
               AT END SET NO-MORE-CARDS TO TRUE
           END-READ.
      *
      *    GATHER-CREDITS -- every provisional credit TRANHIST
      *    shows posted.
       GATHER-CREDITS.
           OPEN INPUT TRAN-HIST.
           PERFORM READ-HIST
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-TRAN-CODE = 'DSPC' AND HIST-DEBIT
                   IF CRED-COUNT < CRED-MAX
                       ADD 1 TO CRED-COUNT
                       MOVE HIST-ACCT-NO   TO CRT-ACCT-NO(CRED-COUNT)
                       MOVE HIST-AMOUNT    TO CRT-AMOUNT(CRED-COUNT)
                       MOVE HIST-COMMENT(9:8)
                                           TO CRT-ITEM-DATE(CRED-COUNT)
                       MOVE HIST-POST-DATE TO CRT-POST-DATE(CRED-COUNT)
                       MOVE 'N'            TO CRT-USED(CRED-COUNT)
                   ELSE
                       SET CRED-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
           CLOSE TRAN-HIST.
      *
       READ-HIST.
           READ TRAN-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
      *    CONFIRM-CREDIT -- the first unclaimed credit for this
      *    account and amount, naming this item's posting date and
      *    posted no earlier than the case opened.
       CONFIRM-CREDIT.
           MOVE 'N' TO CREDIT-MATCH-FLAG.
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CRED-COUNT OR CREDIT-MATCHED
               IF CRT-USED(CR-IDX) = 'N'
                   AND CRT-ACCT-NO(CR-IDX) = BDS-ACCT-NO
                   AND CRT-AMOUNT(CR-IDX) = BDS-ITEM-AMOUNT
                   AND CRT-ITEM-DATE(CR-IDX) = BDS-ITEM-POST-DATE
                   AND CRT-POST-DATE(CR-IDX) >= BDS-OPEN-DATE
                   SET CREDIT-MATCHED TO TRUE
                   MOVE 'Y' TO CRT-USED(CR-IDX)
                   MOVE CRT-POST-DATE(CR-IDX) TO BDS-CREDIT-POST-DATE
                   ADD 1 TO CREDITS-CONFIRMED
               END-IF
           END-PERFORM.
      *
       MATCH-RESOLUTION.
           MOVE 'N' TO CARD-MATCH-FLAG.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT OR CARD-MATCHED
               IF CDT-USED(CD-IDX) = 'N'
                   AND CDT-ACCT-NO(CD-IDX) = BDS-ACCT-NO
                   AND CDT-POST-DATE(CD-IDX) = BDS-ITEM-POST-DATE
                   AND CDT-TRAN-DATE(CD-IDX) = BDS-ITEM-TRAN-DATE
                   AND CDT-AMOUNT(CD-IDX) = BDS-ITEM-AMOUNT
                   AND (CDT-ACTION(CD-IDX) = 'P'
                       OR CDT-ACTION(CD-IDX) = 'R')
                   SET CARD-MATCHED TO TRUE
                   SET CARD-SLOT TO CD-IDX
               END-IF
           END-PERFORM.
      *
      *    HOLD-RESOLUTION -- the case stays open and keeps aging;
      *    the card is applied once the credit is seen posted.
       HOLD-RESOLUTION.
           MOVE 'H' TO CDT-USED(CARD-SLOT).
           ADD 1 TO CARDS-HELD.
           PERFORM AGE-THE-CASE.
           IF DAYS-LEFT NOT < ZERO
               MOVE 'CARD HELD -- CREDIT UNPOSTED' TO BSR-OUTCOME-O
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       APPLY-RESOLUTION.
           MOVE 'Y' TO CDT-USED(CARD-SLOT).
           MOVE CDT-ACTION(CARD-SLOT) TO BDS-STATUS.
           MOVE CURRENT-DATE-NUM      TO BDS-RESOLVED-DATE.
           IF BDS-REBILLED
               ADD 1 TO CASES-REBILLED
               ADD BDS-ITEM-AMOUNT TO REBILL-TOTAL
               PERFORM WRITE-REBILL-TRAN
               MOVE 'RE-BILLED -- NOTICE SENT' TO BSR-OUTCOME-O
           ELSE
               ADD 1 TO CASES-CREDITED
               MOVE 'CREDIT MADE PERMANENT' TO BSR-OUTCOME-O
           END-IF.
           PERFORM WRITE-NOTICE-RECORD.
           MOVE SPACES TO BSR-DEADLINE-O.
           MOVE ZERO   TO BSR-DAYS-O.
           PERFORM WRITE-REPORT-LINE.
      *
      *    WRITE-REBILL-TRAN -- the charge restored: a type 'C'
      *    item for the disputed amount, dated today.
       WRITE-REBILL-TRAN.
           MOVE SPACES           TO TRAN-FIELDS.
           MOVE BDS-ACCT-NO      TO TRAN-ACCT-NO.
           MOVE 'C'              TO TRAN-TYPE.
           MOVE BDS-ITEM-AMOUNT  TO TRAN-AMOUNT.
           MOVE WS-CURRENT-YEAR  TO TRAN-DATE-YR.
           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
           STRING 'DISP RB ' BDS-ITEM-POST-DATE
               DELIMITED BY SIZE INTO TRAN-COMMENT.
           MOVE 'DSPR'           TO TRAN-CODE.
           WRITE TRAN-FIELDS.
      *
      *    WRITE-NOTICE-RECORD -- the customer's letter.  An account
      *    that has left the master has no address to mail to.
       WRITE-NOTICE-RECORD.
           MOVE BDS-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK
               DISPLAY 'BDSAGE: ' BDS-ACCT-NO
                   ' NO LONGER ON MASTER -- NO NOTICE'
           ELSE
               MOVE SPACES             TO NOTICE-FIELDS
               MOVE ACCT-NO            TO NTC-ACCT-NO
               MOVE LAST-NAME          TO NTC-LAST-NAME
               MOVE FIRST-NAME         TO NTC-FIRST-NAME
               MOVE STREET-ADDR        TO NTC-ADDR-LINE
               MOVE CITY-COUNTY        TO NTC-CITY
               MOVE USA-STATE          TO NTC-STATE
               MOVE ZIP-CODE           TO NTC-ZIP
               MOVE BDS-STATUS         TO NTC-OUTCOME
               MOVE BDS-ITEM-POST-DATE TO NTC-ITEM-POST-DATE
               MOVE BDS-ITEM-TRAN-DATE TO NTC-ITEM-TRAN-DATE
               MOVE BDS-ITEM-AMOUNT    TO NTC-AMOUNT
               MOVE CURRENT-DATE-NUM   TO NTC-NOTICE-DATE
               WRITE NOTICE-FIELDS
           END-IF.
      *
      *    AGE-THE-CASE -- days to the deadline; past it the line
      *    shouts and the step will end with return code 8.
       AGE-THE-CASE.
           ADD 1 TO CASES-OPEN.
           MOVE BDS-DEADLINE TO DEADLINE-NUM.
           COMPUTE DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DEADLINE-NUM)
               - CURRENT-DATE-INT.
           MOVE BDS-DEADLINE TO BSR-DEADLINE-O.
           MOVE DAYS-LEFT TO BSR-DAYS-O.
           EVALUATE TRUE
               WHEN DAYS-LEFT < ZERO
                   ADD 1 TO CASES-OVERDUE
                   SET A-CASE-OVERDUE TO TRUE
                   MOVE '*OVERDUE* -- RESOLVE NOW'
                       TO BSR-OUTCOME-O
               WHEN DAYS-LEFT <= WARN-DAYS
                   MOVE 'OPEN -- DUE SOON' TO BSR-OUTCOME-O
               WHEN BDS-CREDIT-POST-DATE = ZERO
                   MOVE 'OPEN -- CREDIT NOT YET POSTED'
                       TO BSR-OUTCOME-O
               WHEN OTHER
                   MOVE 'OPEN -- IN WINDOW' TO BSR-OUTCOME-O
           END-EVALUATE.
           IF NOT CARD-MATCHED
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *
      *    REPORT-UNMATCHED-CARDS -- a resolution card that closed
      *    no open case resolved nothing, and whoever keyed it
      *    needs to know.
       REPORT-UNMATCHED-CARDS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CARD-COUNT
               IF CDT-USED(CD-IDX) = 'N'
                   ADD 1 TO CARDS-UNMATCHED
                   MOVE SPACES TO PRINT-REC
                   MOVE CDT-ACCT-NO(CD-IDX)   TO BSR-ACCT-NO-O
                   MOVE CDT-POST-DATE(CD-IDX) TO BSR-ITEM-DATE-O
                   MOVE CDT-AMOUNT(CD-IDX)    TO BSR-AMOUNT-O
                   MOVE 'NO OPEN CASE MATCHED'
                       TO BSR-OUTCOME-O
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
      *
       WRITE-REPORT-LINE.
           MOVE BDS-ACCT-NO        TO BSR-ACCT-NO-O.
           MOVE BDS-ITEM-POST-DATE TO BSR-ITEM-DATE-O.
           MOVE BDS-ITEM-AMOUNT    TO BSR-AMOUNT-O.
           WRITE PRINT-REC.
      *
