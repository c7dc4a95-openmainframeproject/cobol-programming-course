      *    STMTEXT ships, and the updated master goes to NEWACCT
      *    under the usual CTLIN/CTLOUT control-total handshake.
      *    The run logs to RUNLOG for JOBSTATS.
      *
      *    A servicemember protected today by an SCRA eligibility
      *    period (SCRAFILE, per SMRFLDS) may not be charged more
      *    than 6%.  The master still takes the contract rate --
      *    it is the rate the account returns to when protection
      *    ends -- but INTACCR accrues a covered day at the cap, so
      *    the listing marks the account SCRA CAP and the notice
      *    tells the customer the rate they will actually pay:
      *    either rate above the cap is shown at the cap.
      *
      *    An account PRICEF (PRCFLDS) marks variable is priced off
      *    its index by RATEIDX, and RATECTL passes it by: a flat
      *    rate here would only be undone the next time its index
      *    moved.  A PRICEF too large for the table would let some
      *    variable accounts through, so the run is refused with
      *    RC 8 before anything is written.
      *
      *    A rate increase needs written notice 45 days before it
      *    takes effect.  CITNOTE sends it as soon as the RATECTL
      *    entry is loaded and records it on CITNOTES (CITFLDS), so
      *    a raise is applied only to an account with a rate notice
      *    for that entry -- same effective date, same new rate --
      *    sent at least 45 days before the entry's effective date.
      *    Any other account keeps its rate and is listed REFUSED
      *    with NO NOTICE or NOTICE LATE, and the run ends RC 4; a
      *    later RATECTL entry, noticed in time, is the remedy.  A
      *    rate that goes down needs no notice.  A notice table too
      *    small for CITNOTES only refuses more raises, never
      *    fewer, so it is reported and the run goes on.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT CTL-IN       ASSIGN TO CTLIN.
           SELECT CTL-OUT      ASSIGN TO CTLOUT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
           SELECT SCRA-FILE    ASSIGN TO SCRAFILE.
           SELECT PRICE-FILE   ASSIGN TO PRICEF.
           SELECT NOTICE-FILE  ASSIGN TO CITNOTES.
      *-------------
       DATA DIVISION.
      *-------------
           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
      *    RATE-CTL -- one rate change per record: effective date,
      *    the new rate (zoned, 9.999 implied), and the selection
           05  RPR-EFF-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RPR-ENTRY-O        PIC ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RPR-SCRA-O         PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RPR-REFUSED-O      PIC X(12).
           05  FILLER             PIC X(18) VALUE SPACES.
      *
      *    NOTICE-EXT -- one fixed-width notice record per repriced
      *    account for the letter vendor: plain pictures, no report
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
      *    SCRA-FILE -- the servicemember eligibility periods
      *    (SMRFLDS); see the prologue.
       FD  SCRA-FILE RECORDING MODE F.
       01  SCRA-FIELDS.
           COPY SMRFLDS.
      *
      *    PRICE-FILE -- the account pricing records (PRCFLDS);
      *    variable-rate accounts are left to RATEIDX.
       FD  PRICE-FILE RECORDING MODE F.
       01  PRICE-FIELDS.
           COPY PRCFLDS.
      *
      *    NOTICE-FILE -- the change-in-terms notices sent (CITFLDS);
      *    see the prologue.
       FD  NOTICE-FILE RECORDING MODE F.
       01  NOTICE-REC-FIELDS.
           COPY CITFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CHANGES-LOADED     PIC S9(3) COMP-3 VALUE ZERO.
           05  CHANGES-WAITING    PIC S9(3) COMP-3 VALUE ZERO.
           05  CHANGES-BAD        PIC S9(3) COMP-3 VALUE ZERO.
           05  ACCTS-SCRA-CAPPED  PIC S9(7) COMP-3 VALUE ZERO.
           05  VARIABLE-PASSED    PIC S9(7) COMP-3 VALUE ZERO.
           05  RAISES-REFUSED     PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    VARB-TABLE -- the accounts PRICEF marks variable.
       01  VARB-FLAGS.
           05  PRICE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRICES     VALUE 'Y'.
           05  VARB-CAPACITY-FLAG PIC X VALUE 'N'.
               88  VARB-TABLE-FULL    VALUE 'Y'.
           05  VARIABLE-FLAG      PIC X VALUE 'N'.
               88  ACCOUNT-VARIABLE   VALUE 'Y'.
       01  VARB-CTL.
           05  VARB-COUNT         PIC S9(4) COMP VALUE 0.
           05  VARB-MAX           PIC S9(4) COMP VALUE 5000.
       01  VARB-TABLE.
           05  VARB-ENTRY OCCURS 5000 TIMES INDEXED BY VR-IDX.
               10  VRT-ACCT-NO    PIC X(8).
      *
      *    RATE-TABLE -- the effective rate changes loaded from
      *    RATECTL; a change dated in the future waits on the file
               10  RTE-SEL-STATE  PIC X(15).
               10  RTE-MIN-LIMIT  PIC S9(7)V99 COMP-3.
               10  RTE-MAX-LIMIT  PIC S9(7)V99 COMP-3.
      *
      *    CIT-TABLE -- the rate notices for the changes loaded:
      *    account, effective date and new rate identify the change.
       01  CIT-FLAGS.
           05  CIT-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CIT        VALUE 'Y'.
           05  CIT-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  CIT-TABLE-FULL     VALUE 'Y'.
           05  NOTICE-STATUS-FLAG PIC X VALUE 'N'.
               88  NOTICE-IN-TIME     VALUE 'Y'.
               88  NOTICE-TOO-LATE    VALUE 'L'.
               88  NOTICE-MISSING     VALUE 'N'.
       01  CIT-CTL.
           05  CIT-COUNT          PIC S9(4) COMP VALUE 0.
           05  CIT-MAX            PIC S9(4) COMP VALUE 5000.
           05  NOTICE-DAYS-REQ    PIC S9(4) COMP VALUE +45.
           05  DAYS-OF-NOTICE     PIC S9(9) COMP VALUE ZERO.
           05  NOTICE-EFF-WK      PIC 9(8) VALUE ZERO.
           05  NOTICE-SENT-WK     PIC 9(8) VALUE ZERO.
       01  CIT-TABLE.
           05  CIT-ENTRY OCCURS 5000 TIMES INDEXED BY CT-IDX.
               10  CTT-ACCT-NO    PIC X(8).
               10  CTT-EFF-DATE   PIC 9(8).
               10  CTT-NEW-RATE   PIC S9V999 COMP-3.
               10  CTT-SENT-DATE  PIC 9(8).
      *
       01  MATCHED-ENTRY-NO       PIC S9(4) COMP VALUE 0.
       01  OLD-RATE-WK            PIC S9V999 COMP-3 VALUE ZERO.
      *
      *    SCRA-TABLE -- the accounts an eligibility period protects
      *    today: active-duty date on or before today, first
      *    anniversary of release (if released) on or after it.
       01  SCRA-LOOKUP-FLAGS.
           05  SCRA-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SCRA       VALUE 'Y'.
           05  SCRA-CAPACITY-FLAG PIC X VALUE 'N'.
               88  SCRA-TABLE-FULL    VALUE 'Y'.
           05  SCRA-PROTECT-FLAG  PIC X VALUE 'N'.
               88  SCRA-PROTECTED     VALUE 'Y'.
       01  SCRA-CTL.
           05  SCRA-COUNT         PIC S9(4) COMP VALUE 0.
           05  SCRA-MAX           PIC S9(4) COMP VALUE 1000.
       01  SCRA-TABLE.
           05  SCRA-ENTRY OCCURS 1000 TIMES INDEXED BY SM-IDX.
               10  SMT-ACCT-NO    PIC X(8).
       01  SCRA-WORK.
           05  SCRA-CAP-RATE      PIC S9V999 COMP-3 VALUE 0.060.
           05  SCRA-ANNIV-DATE    PIC 9(8) VALUE ZERO.
           05  NOTICE-OLD-RATE    PIC S9V999 COMP-3 VALUE ZERO.
           05  NOTICE-NEW-RATE    PIC S9V999 COMP-3 VALUE ZERO.
      *
       01  VERIFY-TOTALS.
           05 VFY-RECORD-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05  FILLER         PIC X(09) VALUE 'Effective'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(05) VALUE 'Entry'.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  FILLER         PIC X(04) VALUE 'SCRA'.
           05  FILLER         PIC X(06) VALUE SPACES.
           05  FILLER         PIC X(12) VALUE 'Refused'.
           05  FILLER         PIC X(18) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RATE-NOTICES.
           PERFORM LOAD-VARIABLE-ACCOUNTS.
           IF VARB-TABLE-FULL
               DISPLAY 'REPRICE: PRICEF WILL NOT FIT A TABLE OF 5000 '
                       '-- RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VERIFY-MASTER-CONTROL.
           PERFORM LOAD-SCRA-PERIODS.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN OUTPUT PRINT-LINE.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF ACCOUNT-ACTIVE
                   PERFORM CHECK-VARIABLE-ACCOUNT
                   IF ACCOUNT-VARIABLE
                       ADD 1 TO VARIABLE-PASSED
                   ELSE
                       PERFORM FIND-MATCHING-CHANGE
                       IF CHANGE-MATCHED
                           PERFORM CHECK-TERMS-NOTICE
                       END-IF
                       IF CHANGE-MATCHED
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
                   END-IF
               END-IF
               WRITE NEW-ACCT-FIELDS FROM ACCT-FIELDS
           DISPLAY 'REPRICE: CHANGES APPLIED FROM = ' CHANGES-LOADED.
           DISPLAY 'REPRICE: CHANGES WAITING  = ' CHANGES-WAITING.
           DISPLAY 'REPRICE: CHANGES REJECTED = ' CHANGES-BAD.
           DISPLAY 'REPRICE: SCRA CAPPED      = ' ACCTS-SCRA-CAPPED.
           DISPLAY 'REPRICE: VARIABLE PASSED  = ' VARIABLE-PASSED.
           DISPLAY 'REPRICE: RAISES REFUSED   = ' RAISES-REFUSED.
           IF RAISES-REFUSED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE NEW-ACCT-REC.
           CLOSE PRINT-LINE.
               MOVE 'N' TO MATCH-FOUND-FLAG
               ADD 1 TO ALREADY-AT-RATE
           END-IF.
      *
      *    CHECK-TERMS-NOTICE -- a raise goes ahead only on a notice
      *    sent in time; otherwise the account is listed and keeps
      *    its rate.
       CHECK-TERMS-NOTICE.
           IF RTE-NEW-RATE(MATCHED-ENTRY-NO) > INT-RATE
               SET NOTICE-MISSING TO TRUE
               PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CIT-COUNT OR NOTICE-IN-TIME
                   IF CTT-ACCT-NO(CT-IDX) = ACCT-NO
                       AND CTT-EFF-DATE(CT-IDX)
                           = RTE-EFF-DATE(MATCHED-ENTRY-NO)
                       AND CTT-NEW-RATE(CT-IDX)
                           = RTE-NEW-RATE(MATCHED-ENTRY-NO)
                       MOVE CTT-EFF-DATE(CT-IDX)  TO NOTICE-EFF-WK
                       MOVE CTT-SENT-DATE(CT-IDX) TO NOTICE-SENT-WK
                       COMPUTE DAYS-OF-NOTICE =
                           FUNCTION INTEGER-OF-DATE(NOTICE-EFF-WK)
                         - FUNCTION INTEGER-OF-DATE(NOTICE-SENT-WK)
                       IF DAYS-OF-NOTICE < NOTICE-DAYS-REQ
                           SET NOTICE-TOO-LATE TO TRUE
                       ELSE
                           SET NOTICE-IN-TIME TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT NOTICE-IN-TIME
                   MOVE 'N' TO MATCH-FOUND-FLAG
                   PERFORM REFUSE-ONE-CHANGE
               END-IF
           END-IF.
      *
       REFUSE-ONE-CHANGE.
           ADD 1 TO RAISES-REFUSED.
           MOVE SPACES       TO PRINT-REC.
           MOVE ACCT-NO      TO RPR-ACCT-NO-O.
           MOVE INT-RATE     TO RPR-OLD-RATE-O.
           MOVE RTE-NEW-RATE(MATCHED-ENTRY-NO) TO RPR-NEW-RATE-O.
           MOVE RTE-EFF-DATE(MATCHED-ENTRY-NO) TO RPR-EFF-DATE-O.
           MOVE MATCHED-ENTRY-NO TO RPR-ENTRY-O.
           IF NOTICE-TOO-LATE
               MOVE 'NOTICE LATE' TO RPR-REFUSED-O
           ELSE
               MOVE 'NO NOTICE'   TO RPR-REFUSED-O
           END-IF.
           WRITE PRINT-REC.
      *
       APPLY-ONE-CHANGE.
           ADD 1 TO ACCTS-REPRICED.
           MOVE INT-RATE TO OLD-RATE-WK.
           MOVE RTE-NEW-RATE(MATCHED-ENTRY-NO) TO INT-RATE.
           PERFORM APPLY-SCRA-CAP.
           MOVE SPACES       TO PRINT-REC.
           MOVE ACCT-NO      TO RPR-ACCT-NO-O.
           MOVE OLD-RATE-WK  TO RPR-OLD-RATE-O.
           MOVE INT-RATE     TO RPR-NEW-RATE-O.
           MOVE RTE-EFF-DATE(MATCHED-ENTRY-NO) TO RPR-EFF-DATE-O.
           MOVE MATCHED-ENTRY-NO TO RPR-ENTRY-O.
           IF SCRA-PROTECTED
               MOVE 'SCRA CAP' TO RPR-SCRA-O
           END-IF.
           WRITE PRINT-REC.
           PERFORM WRITE-NOTICE-RECORD.
      *
      *    APPLY-SCRA-CAP -- the rates the customer is told of: the
      *    old and new rates as they stand, or held to the cap for
      *    an account an eligibility period protects today.
       APPLY-SCRA-CAP.
           MOVE OLD-RATE-WK TO NOTICE-OLD-RATE.
           MOVE INT-RATE    TO NOTICE-NEW-RATE.
           MOVE 'N' TO SCRA-PROTECT-FLAG.
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > SCRA-COUNT OR SCRA-PROTECTED
               IF SMT-ACCT-NO(SM-IDX) = ACCT-NO
                   SET SCRA-PROTECTED TO TRUE
               END-IF
           END-PERFORM.
           IF SCRA-PROTECTED
               ADD 1 TO ACCTS-SCRA-CAPPED
               IF NOTICE-OLD-RATE > SCRA-CAP-RATE
                   MOVE SCRA-CAP-RATE TO NOTICE-OLD-RATE
               END-IF
               IF NOTICE-NEW-RATE > SCRA-CAP-RATE
                   MOVE SCRA-CAP-RATE TO NOTICE-NEW-RATE
               END-IF
           END-IF.
      *
       WRITE-NOTICE-RECORD.
           MOVE SPACES       TO NOTICE-FIELDS.
           MOVE CITY-COUNTY  TO NTC-CITY.
           MOVE USA-STATE    TO NTC-STATE.
           MOVE ZIP-CODE     TO NTC-ZIP.
           MOVE NOTICE-OLD-RATE TO NTC-OLD-RATE.
           MOVE NOTICE-NEW-RATE TO NTC-NEW-RATE.
           MOVE RTE-EFF-DATE(MATCHED-ENTRY-NO) TO NTC-EFF-DATE.
           WRITE NOTICE-FIELDS.
      *
           WRITE CTL-OUT-FIELDS.
           CLOSE CTL-OUT.
      *
      *    LOAD-SCRA-PERIODS -- the accounts protected today.  A
      *    29 February release has its anniversary on 28 February.
      *    A period that does not fit the table is a cap not
      *    honored, so a full table is reported and the run ends
      *    RC 8.
       LOAD-SCRA-PERIODS.
           OPEN INPUT SCRA-FILE.
           PERFORM READ-SCRA
           PERFORM UNTIL NO-MORE-SCRA
               IF SMR-ACTIVE-DATE NUMERIC
                   AND SMR-RELEASE-DATE NUMERIC
                   AND SMR-ACTIVE-DATE > ZERO
                   AND SMR-ACTIVE-DATE NOT > CURRENT-DATE-NUM
                   IF SMR-RELEASE-DATE = ZERO
                       MOVE 99999999 TO SCRA-ANNIV-DATE
                   ELSE
                       COMPUTE SCRA-ANNIV-DATE =
                           SMR-RELEASE-DATE + 10000
                       IF SCRA-ANNIV-DATE(5:4) = '0229'
                           MOVE '0228' TO SCRA-ANNIV-DATE(5:4)
                       END-IF
                   END-IF
                   IF SCRA-ANNIV-DATE NOT < CURRENT-DATE-NUM
                       IF SCRA-COUNT < SCRA-MAX
                           ADD 1 TO SCRA-COUNT
                           MOVE SMR-ACCT-NO
                               TO SMT-ACCT-NO(SCRA-COUNT)
                       ELSE
                           SET SCRA-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-SCRA
           END-PERFORM.
           CLOSE SCRA-FILE.
           IF SCRA-TABLE-FULL
               DISPLAY 'REPRICE: SCRA TABLE FILLED AT 1000 -- '
                       'EXCESS PERIODS NOT CAPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       READ-SCRA.
           READ SCRA-FILE
               AT END SET NO-MORE-SCRA TO TRUE
           END-READ.
      *
      *    LOAD-RATE-NOTICES -- the rate notices for a change loaded
      *    this run, matched on the effective date.
       LOAD-RATE-NOTICES.
           OPEN INPUT NOTICE-FILE.
           PERFORM READ-NOTICE
           PERFORM UNTIL NO-MORE-CIT
               IF CIT-RATE-NOTICE
                   PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RATE-COUNT
                       IF RTE-EFF-DATE(RT-IDX) = CIT-EFF-DATE
                           AND RTE-NEW-RATE(RT-IDX) = CIT-NEW-RATE
                           PERFORM ADD-RATE-NOTICE
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-NOTICE
           END-PERFORM.
           CLOSE NOTICE-FILE.
           IF CIT-TABLE-FULL
               DISPLAY 'REPRICE: NOTICE TABLE FILLED AT 5000 -- '
                       'RAISES PAST IT REFUSED AS UN-NOTICED'
           END-IF.
      *
       ADD-RATE-NOTICE.
           IF CIT-COUNT < CIT-MAX
               ADD 1 TO CIT-COUNT
               MOVE CIT-ACCT-NO   TO CTT-ACCT-NO(CIT-COUNT)
               MOVE CIT-EFF-DATE  TO CTT-EFF-DATE(CIT-COUNT)
               MOVE CIT-NEW-RATE  TO CTT-NEW-RATE(CIT-COUNT)
               MOVE CIT-SENT-DATE TO CTT-SENT-DATE(CIT-COUNT)
           ELSE
               SET CIT-TABLE-FULL TO TRUE
           END-IF.
      *
       READ-NOTICE.
           READ NOTICE-FILE
               AT END SET NO-MORE-CIT TO TRUE
           END-READ.
      *
      *    LOAD-VARIABLE-ACCOUNTS -- the variable-rate accounts,
      *    which RATECTL does not reprice.
       LOAD-VARIABLE-ACCOUNTS.
           OPEN INPUT PRICE-FILE.
           PERFORM READ-PRICING
           PERFORM UNTIL NO-MORE-PRICES
               IF PRC-VARIABLE
                   IF VARB-COUNT < VARB-MAX
                       ADD 1 TO VARB-COUNT
                       MOVE PRC-ACCT-NO TO VRT-ACCT-NO(VARB-COUNT)
                   ELSE
                       SET VARB-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PRICING
           END-PERFORM.
           CLOSE PRICE-FILE.
      *
       READ-PRICING.
           READ PRICE-FILE
               AT END SET NO-MORE-PRICES TO TRUE
           END-READ.
      *
       CHECK-VARIABLE-ACCOUNT.
           MOVE 'N' TO VARIABLE-FLAG.
           PERFORM VARYING VR-IDX FROM 1 BY 1
               UNTIL VR-IDX > VARB-COUNT OR ACCOUNT-VARIABLE
               IF VRT-ACCT-NO(VR-IDX) = ACCT-NO
                   SET ACCOUNT-VARIABLE TO TRUE
               END-IF
           END-PERFORM.
