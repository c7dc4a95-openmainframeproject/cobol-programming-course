      *    RUNLOG for JOBSTATS.  Accounts with credit balances are
      *    never charged off -- that money is the customer's, not a
      *    loss.
      *
      *    The balance segments (SEGFILE, per SEGFLDS) are carried
      *    forward from SEGIN to SEGOUT beside the master, the
      *    POSTACCT way; a charged-off account's segments are all
      *    cleared with its balance.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT CTL-IN       ASSIGN TO CTLIN.
           SELECT CTL-OUT      ASSIGN TO CTLOUT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
           SELECT SEG-IN       ASSIGN TO SEGIN.
           SELECT SEG-OUT      ASSIGN TO SEGOUT.
      *-------------
       DATA DIVISION.
      *-------------
           COPY ACCTFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
      *    CHG-SUB -- the charged-off subledger, appended to so the
      *    pile of written-off money is cumulative the way TRANHIST
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
      *    SEG-IN/SEG-OUT -- the balance segments (SEGFLDS), in
      *    account sequence; worked in SEGMENT-FIELDS.
       FD  SEG-IN RECORDING MODE F.
       01  SEG-IN-REC.
           05  SEGI-ACCT-NO       PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  SEG-OUT RECORDING MODE F.
       01  SEG-OUT-REC            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 CTLI-LIMIT-WK     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  CTL-EMPTY-FLAG       PIC X VALUE 'N'.
           88  CTL-IN-EMPTY         VALUE 'Y'.
      *
      *    SEGMENT-FIELDS -- the current account's balance segments.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
       01  SEGMENT-WORK.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
           05  SEG-SUB            PIC S9(4) COMP VALUE 0.
           05  SEGS-CREATED       PIC S9(7) COMP-3 VALUE ZERO.
           05  SEGS-DROPPED       PIC S9(7) COMP-3 VALUE ZERO.
      *    CTL-SAVED-FIELDS -- the control record's contents, copied
      *    out before CTLIN is closed; a record area is not to be
      *    trusted after the CLOSE.
           PERFORM VERIFY-MASTER-CONTROL.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN INPUT  SEG-IN.
           OPEN OUTPUT SEG-OUT.
           OPEN EXTEND CHG-SUB.
           OPEN OUTPUT PRINT-LINE.
           OPEN OUTPUT GL-FEED.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-SEG.
      *
       CHARGE-OFF-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM GET-ACCOUNT-SEGMENTS
               IF ACCOUNT-ACTIVE AND ACCT-BALANCE > ZERO
                   PERFORM CHECK-AGED-OUT
                   IF ACCOUNT-AGED-OUT
                   END-IF
               END-IF
               WRITE NEW-ACCT-FIELDS FROM ACCT-FIELDS
               WRITE SEG-OUT-REC FROM SEGMENT-FIELDS
               ADD 1            TO NEW-RECORD-COUNT
               ADD ACCT-BALANCE TO NEW-BALANCE-SUM
               ADD ACCT-LIMIT   TO NEW-LIMIT-SUM
               PERFORM READ-RECORD
           END-PERFORM.
           PERFORM UNTIL NO-MORE-SEGS
               ADD 1 TO SEGS-DROPPED
               PERFORM READ-SEG
           END-PERFORM.
           PERFORM WRITE-GL-FEED.
           PERFORM WRITE-MASTER-CONTROL.
      *
           DISPLAY 'CHGOFF: RECORDS READ    = ' RECS-READ.
           DISPLAY 'CHGOFF: ACCTS WRITTEN OFF = ' ACCTS-CHARGED-OFF.
           DISPLAY 'CHGOFF: TOTAL WRITTEN OFF = ' TOTAL-CHARGED-OFF.
           DISPLAY 'CHGOFF: SEGMENTS CREATED  = ' SEGS-CREATED.
           DISPLAY 'CHGOFF: SEGMENTS DROPPED  = ' SEGS-DROPPED.
           CLOSE ACCT-REC.
           CLOSE NEW-ACCT-REC.
           CLOSE SEG-IN.
           CLOSE SEG-OUT.
           CLOSE CHG-SUB.
           CLOSE PRINT-LINE.
           CLOSE GL-FEED.
           WRITE PRINT-REC.
           SET ACCOUNT-CHARGEDOFF TO TRUE.
           MOVE ZERO TO ACCT-BALANCE.
           PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 5
               MOVE ZERO TO SEG-AMOUNT(SEG-SUB)
           END-PERFORM.
      *
      *    WRITE-GL-FEED -- the written-off money leaves the
      *    receivable for charge-off expense, one balanced pair for
           WRITE CTL-OUT-FIELDS.
           CLOSE CTL-OUT.
      *
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
      *
      *    GET-ACCOUNT-SEGMENTS -- the current master's segment
      *    record into SEGMENT-FIELDS, the POSTACCT way: records for
      *    accounts no longer on the master are passed over and
      *    counted, and an account without one starts with its whole
      *    balance as purchases.
       GET-ACCOUNT-SEGMENTS.
           PERFORM UNTIL NO-MORE-SEGS OR SEGI-ACCT-NO NOT < ACCT-NO
               ADD 1 TO SEGS-DROPPED
               PERFORM READ-SEG
           END-PERFORM.
           IF NOT NO-MORE-SEGS AND SEGI-ACCT-NO = ACCT-NO
               MOVE SEG-IN-REC TO SEGMENT-FIELDS
               PERFORM READ-SEG
           ELSE
               MOVE SPACES TO SEGMENT-FIELDS
               MOVE ACCT-NO TO SEG-ACCT-NO
               PERFORM VARYING SEG-SUB FROM 1 BY 1
                   UNTIL SEG-SUB > 5
                   MOVE ZERO TO SEG-AMOUNT(SEG-SUB)
                   MOVE ZERO TO SEG-RATE(SEG-SUB)
               END-PERFORM
               MOVE ACCT-BALANCE TO SEG-AMOUNT(1)
               MOVE ZERO TO SEG-PROMO-EXPIRY
               MOVE ZERO TO SEG-BASE-RATE
               MOVE ZERO TO SEG-MIN-STMT-DATE
               MOVE ZERO TO SEG-MIN-APPLIED
               ADD 1 TO SEGS-CREATED
           END-IF.
