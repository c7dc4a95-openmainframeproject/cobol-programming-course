      *    batch is proven in an afternoon instead of gambling the
      *    batch window on it.  Trial and restart together are
      *    refused -- a rehearsal of half a run proves nothing.
      *
      *    What a transaction IS comes from its TRAN-CODE, looked up
      *    on the TRANCODE table (TCDFLDS), never from its comment:
      *    a blank code is the plain payment (PYMT) or charge (CHRG)
      *    for its side, a code not on the table or on the wrong
      *    side for its TRAN-TYPE is rejected, and the code posted
      *    is carried onto TRANHIST.  The GLFEED is written code by
      *    code, each code's run total booked to the debit and
      *    credit accounts the table names for it.  A restarted run
      *    rebuilds the codes' totals for the part already posted
      *    from the TRANHIST records carrying its batch identifier;
      *    anything it cannot attribute that way books to the PYMT
      *    or CHRG pair so the feed still covers the whole run.
      *    A TRANCODE without PYMT and CHRG refuses the run.
      *
      *    Every history record appended to TRANHIST is also added
      *    to HISTIDX, the keyed history index (HIXFLDS) the history
      *    readers browse by account and date instead of sorting
      *    TRANHIST.  A write the index refuses for any reason other
      *    than a used sequence number is counted and DISPLAYed at
      *    end of run rather than stopping the posting: TRANHIST is
      *    still complete, and HISTBLD rebuilds the index from it
      *    before the history readers run.  A trial run leaves
      *    HISTIDX closed like every other output.
      *
      *    The balance is also kept by segment (SEGFILE, per
      *    SEGFLDS) -- purchases, cash advances, fees, interest and
      *    promotional balances -- read beside ACCTREC and written
      *    forward to SEGOUT in step with NEWACCT.  A charge posts
      *    to the segment its code's TRANCODE category (or the
      *    code's own TCD-SEGMENT) names.  A payment is spread the
      *    way the regulation requires: the part that fills the
      *    minimum due on the account's open statement (STMTDUE,
      *    per DUEFLDS) goes to the lowest-rate segments first, and
      *    everything above the minimum to the highest-rate
      *    segments first; a tie in rate goes to the segment listed
      *    first in SEGFLDS.  Other credits are spread highest rate
      *    first, and whatever is left once every segment is paid
      *    off is carried as a credit in the purchase segment.  An
      *    account with no segment record is given one holding its
      *    whole balance as purchases; a segment record with no
      *    account is dropped and counted.  A trial run judges the
      *    segments but writes none.  Each account's cash-advance
      *    rate and promotional offer are stamped on its segment
      *    record off its PRICEF record (PRCFLDS, as PRCMNT keys
      *    them) before anything posts to it, so the ranking sees
      *    tonight's terms; an account with no pricing record has
      *    neither, and those segments rank at the account's rate.
      *
      *    Posting stamps today on LAST-ACTIVITY-DATE, except under
      *    a code TRANCODE marks as no activity (TCD-ACTIVITY 'N').
      *    The one such code is XFOT, the half of a PAYXFER transfer
      *    that takes a misapplied payment back off the wrong
      *    account; since that payment stamped the date when it
      *    first posted, XFERACT (XFRFLDS) -- the transfers PAYXFER
      *    made tonight -- carries the account's last real activity
      *    without it, and the date is put back when the XFOT posts.
      *    An account with two transfers tonight takes the earlier
      *    of the dates, the one worked with both payments gone; an
      *    account real activity has already stamped today is left
      *    as it stands.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
           SELECT EXCP-FILE    ASSIGN TO EXCPFILE.
           SELECT TRIAL-LINE   ASSIGN TO TRIALRPT.
           SELECT TRAN-CODES   ASSIGN TO TRANCODE.
           SELECT HIST-INDEX   ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT SEG-IN       ASSIGN TO SEGIN.
           SELECT SEG-OUT      ASSIGN TO SEGOUT.
           SELECT STMT-DUE     ASSIGN TO STMTDUE.
           SELECT XFER-ACT     ASSIGN TO XFERACT.
           SELECT PRICE-FILE   ASSIGN TO PRICEF.
      *-------------
       DATA DIVISION.
      *-------------
           COPY TRANFLDS.
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS       PIC X(400).
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
               10  SUSP-DATE-YR   PIC 9(4).
               10  SUSP-DATE-MO   PIC 9(2).
               10  SUSP-DATE-DAY  PIC 9(2).
           05  SUSP-COMMENT       PIC X(16).
           05  SUSP-TRAN-CODE     PIC X(4).
           05  SUSP-FIRST-SEEN    PIC 9(8).
           05  FILLER             PIC X(30).
      *
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TRL-AFTER-O        PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(40) VALUE SPACES.
      *
      *    TRAN-CODES -- the transaction-code table (TCDFLDS).
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
      *    HIST-INDEX -- the keyed history index; each TRANHIST
      *    record written is added here under its account, posting
      *    date and sequence.
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
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
      *    STMT-DUE -- the statement-due records (DUEFLDS); the open
      *    one names the minimum a payment fills first.
       FD  STMT-DUE RECORDING MODE F.
       01  DUE-FIELDS.
           COPY DUEFLDS.
      *
      *    XFER-ACT -- tonight's payment transfers (XFRFLDS), each
      *    with the activity date its from-account goes back to.
       FD  XFER-ACT RECORDING MODE F.
       01  XFER-FIELDS.
           COPY XFRFLDS.
      *
      *    PRICE-FILE -- the account pricing records (PRCFLDS), for
      *    the cash and promotional segments' rates.
       FD  PRICE-FILE RECORDING MODE F.
       01  PRICE-FIELDS.
           COPY PRCFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
               88  ITEM-NONE          VALUE 'X'.
           05  TRIAL-FLAG         PIC X VALUE 'N'.
               88  TRIAL-RUN          VALUE 'Y'.
           05  TCD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CODES      VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  POST-CODE-FLAG     PIC X VALUE 'N'.
               88  POST-CODE-OK       VALUE 'Y'.
               88  POST-CODE-UNKNOWN  VALUE 'U'.
               88  POST-CODE-WRONG    VALUE 'W'.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
           05  DUE-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DUES       VALUE 'Y'.
           05  DUE-FOUND-FLAG     PIC X VALUE 'N'.
               88  DUE-FOUND          VALUE 'Y'.
           05  DUE-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DUE-TABLE-FULL     VALUE 'Y'.
           05  XACT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-XFERS      VALUE 'Y'.
           05  XACT-FOUND-FLAG    PIC X VALUE 'N'.
               88  XACT-FOUND         VALUE 'Y'.
           05  XACT-CAPACITY-FLAG PIC X VALUE 'N'.
               88  XACT-TABLE-FULL    VALUE 'Y'.
           05  PRICE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRICES     VALUE 'Y'.
           05  TERM-FOUND-FLAG    PIC X VALUE 'N'.
               88  TERMS-FOUND        VALUE 'Y'.
           05  TERM-CAPACITY-FLAG PIC X VALUE 'N'.
               88  TERM-TABLE-FULL    VALUE 'Y'.
           05  SPREAD-ORDER-FLAG  PIC X VALUE 'H'.
               88  HIGHEST-RATE-FIRST VALUE 'H'.
               88  LOWEST-RATE-FIRST  VALUE 'L'.
      *
       01  POST-COUNTS.
           05  MASTERS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           COPY CTLFLDS REPLACING LEADING ==CTL-== BY ==CTLS-==.
      *
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
      *
      *    HIX-STATUS/HIX-SEQ-NEXT -- the index's file status and
      *    the sequence number the next index record is offered
      *    under; HIX-WRITE-FAILS counts records the index refused.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
           88  HIX-DUPLICATE          VALUE '22'.
       01  HIX-SEQ-NEXT           PIC 9(8) VALUE ZERO.
       01  HIX-WRITE-FAILS        PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    CODE-TABLE -- TRANCODE loaded once, each code carrying
      *    its GL pair and the money this run has posted under it.
      *    PYMT-SLOT/CHRG-SLOT locate the two default codes.
       01  CODE-CTL.
           05  CODE-COUNT         PIC S9(4) COMP VALUE 0.
           05  CODE-MAX           PIC S9(4) COMP VALUE 100.
           05  CODE-SLOT          PIC S9(4) COMP VALUE 0.
           05  PYMT-SLOT          PIC S9(4) COMP VALUE 0.
           05  CHRG-SLOT          PIC S9(4) COMP VALUE 0.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(4).
               10  CDT-DESC       PIC X(20).
               10  CDT-SIDE       PIC X(1).
               10  CDT-GL-DEBIT   PIC X(8).
               10  CDT-GL-CREDIT  PIC X(8).
               10  CDT-RUN-TOTAL  PIC S9(9)V99 COMP-3.
               10  CDT-CATEGORY   PIC X(1).
               10  CDT-SEGMENT    PIC 9(1).
               10  CDT-ACTIVITY   PIC X(1).
                   88  CDT-NO-ACTIVITY    VALUE 'N'.
       01  POST-CODE-WK           PIC X(4) VALUE SPACES.
       01  POST-SIDE-WK           PIC X(1) VALUE SPACE.
       01  CODED-DEBITS           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  CODED-CREDITS          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  UNCODED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  GL-KEY-TOTAL-WK        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
           05  SB-TYPE            PIC X(1).
           05  SB-AMOUNT          PIC S9(7)V99 COMP-3.
           05  SB-DATE            PIC 9(8).
           05  SB-COMMENT         PIC X(16).
           05  SB-TRAN-CODE       PIC X(4).
           05  SB-FIRST-SEEN      PIC 9(8).
           05  FILLER             PIC X(30) VALUE SPACES.
      *
           05  RECS-SINCE-CHECKPOINT   PIC S9(5) COMP VALUE ZERO.
      *
       01  LAST-CHECKPOINT-ACCT        PIC X(8) VALUE SPACES.
      *
      *    SEGMENT-FIELDS -- the current account's balance segments;
      *    SEGMENT-WORK -- the rate each segment accrues at and the
      *    money still to be placed while a credit is spread.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
       01  SEGMENT-WORK.
           05  SEG-SLOT           PIC S9(4) COMP VALUE 0.
           05  SEG-SUB            PIC S9(4) COMP VALUE 0.
           05  SEG-PICK           PIC S9(4) COMP VALUE 0.
           05  SEG-PASS           PIC S9(4) COMP VALUE 0.
           05  SEG-POST-AMT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  SPREAD-LEFT        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  SPREAD-PASS-AMT    PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  MIN-STILL-DUE      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  MIN-PORTION        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  SEG-ACCOUNT-RATE   PIC S9V999 COMP-3 VALUE ZERO.
           05  SEGMENT-RANK OCCURS 5 TIMES.
               10  SEG-APR        PIC S9V999 COMP-3.
               10  SEG-TAKEN      PIC X(1).
       01  SEGMENT-COUNTS.
           05  SEGS-CREATED       PIC S9(7) COMP-3 VALUE ZERO.
           05  SEGS-DROPPED       PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    DUE-TABLE -- each account's latest open statement and
      *    the minimum it asked for.
       01  DUE-CTL.
           05  DUE-COUNT          PIC S9(4) COMP VALUE 0.
           05  DUE-MAX            PIC S9(4) COMP VALUE 5000.
           05  DUE-SLOT           PIC S9(4) COMP VALUE 0.
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 5000 TIMES INDEXED BY DU-IDX.
               10  DTT-ACCT-NO    PIC X(8).
               10  DTT-STMT-DATE  PIC 9(8).
               10  DTT-MIN-AMOUNT PIC S9(7)V99 COMP-3.
      *
      *    TERM-TABLE -- each account PRICEF gives a cash-advance
      *    rate or a promotional offer.
       01  TERM-CTL.
           05  TERM-COUNT         PIC S9(4) COMP VALUE 0.
           05  TERM-MAX           PIC S9(4) COMP VALUE 5000.
       01  TERM-TABLE.
           05  TERM-ENTRY OCCURS 5000 TIMES INDEXED BY TM-IDX.
               10  TMT-ACCT-NO      PIC X(8).
               10  TMT-CASH-RATE    PIC 9V999.
               10  TMT-PROMO-RATE   PIC 9V999.
               10  TMT-PROMO-EXPIRY PIC 9(8).
      *
      *    XACT-TABLE -- each account a payment was transferred off
      *    tonight and the activity date to put back on it.
       01  XACT-CTL.
           05  XACT-COUNT         PIC S9(4) COMP VALUE 0.
           05  XACT-MAX           PIC S9(4) COMP VALUE 1000.
           05  XACT-SLOT          PIC S9(4) COMP VALUE 0.
       01  XACT-TABLE.
           05  XACT-ENTRY OCCURS 1000 TIMES INDEXED BY XA-IDX.
               10  XAT-ACCT-NO      PIC X(8).
               10  XAT-RESTORE-DATE PIC 9(8).
      *
       01  TRIAL-BEFORE-BAL       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  TRIAL-MOVED-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
               DISPLAY 'POSTACCT: *** TRIAL RUN -- NOTHING WILL '
                       'BE WRITTEN ***'
           END-IF.
           PERFORM LOAD-CODE-TABLE.
           IF PYMT-SLOT = ZERO OR CHRG-SLOT = ZERO
               DISPLAY 'POSTACCT: TRANCODE LACKS PYMT OR CHRG -- '
                       'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE DATE-INTEGER-WORK =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM)
           MOVE FUNCTION DATE-OF-INTEGER(DATE-INTEGER-WORK)
               TO SUSP-CUTOFF-DATE.
           PERFORM VERIFY-MASTER-CONTROL.
           PERFORM LOAD-DUE-TABLE.
           PERFORM LOAD-XFER-TABLE.
           PERFORM LOAD-SEGMENT-TERMS.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  TRAN-REC.
           OPEN INPUT  SUSP-IN.
           OPEN INPUT  SEG-IN.
           IF NOT TRIAL-RUN
               OPEN OUTPUT GL-FEED
               OPEN EXTEND EXCP-FILE
           PERFORM READ-MASTER.
           PERFORM READ-TRAN.
           PERFORM READ-SUSP.
           PERFORM READ-SEG.
           EVALUATE TRUE
               WHEN RESTART-REQUESTED
                   PERFORM READ-LAST-CHECKPOINT
                   PERFORM RESTORE-CODE-TOTALS
                   OPEN EXTEND NEW-ACCT-REC
                   OPEN EXTEND EXCEPT-LINE
                   OPEN EXTEND CHKPT-FILE
                   OPEN EXTEND SUSP-OUT
                   OPEN EXTEND AGED-LINE
                   OPEN EXTEND TRAN-HIST
                   OPEN I-O    HIST-INDEX
                   OPEN EXTEND SEG-OUT
                   PERFORM SKIP-TO-CHECKPOINT
               WHEN TRIAL-RUN
                   OPEN OUTPUT EXCEPT-LINE
                   OPEN OUTPUT SUSP-OUT
                   OPEN OUTPUT AGED-LINE
                   OPEN EXTEND TRAN-HIST
                   OPEN I-O    HIST-INDEX
                   OPEN OUTPUT SEG-OUT
                   WRITE EXCEPT-REC FROM HEADER-1
                   WRITE EXCEPT-REC FROM HEADER-2
                   WRITE AGED-REC FROM AGED-HEADER-1
           PERFORM UNTIL NO-MORE-MASTERS
               ADD 1 TO MASTERS-READ
               MOVE ACCT-BALANCE TO TRIAL-BEFORE-BAL
               PERFORM GET-ACCOUNT-SEGMENTS
               PERFORM MATCH-TRANS-TO-MASTER
               IF TRIAL-RUN
                   IF ACCT-BALANCE NOT = TRIAL-BEFORE-BAL
               ELSE
                   MOVE ACCT-FIELDS TO NEW-ACCT-FIELDS
                   WRITE NEW-ACCT-FIELDS
                   WRITE SEG-OUT-REC FROM SEGMENT-FIELDS
               END-IF
               ADD 1            TO NEW-RECORD-COUNT
               ADD ACCT-BALANCE TO NEW-BALANCE-SUM
               PERFORM READ-MASTER
           END-PERFORM.
           PERFORM FLUSH-REMAINING-TRANS.
           PERFORM DROP-REMAINING-SEGMENTS.
           PERFORM WRITE-CHECKPOINT THRU WRITE-CHECKPOINT-EXIT.
           PERFORM WRITE-GL-FEED THRU WRITE-GL-FEED-EXIT.
           IF NOT TRIAL-RUN
           DISPLAY 'POSTACCT: SUSPENSE POSTED    = ' SUSP-POSTED.
           DISPLAY 'POSTACCT: SUSPENSE CARRIED   = ' SUSP-RECIRCULATED.
           DISPLAY 'POSTACCT: SUSPENSE AGED OFF  = ' SUSP-AGED-OFF.
           DISPLAY 'POSTACCT: SEGMENTS CREATED   = ' SEGS-CREATED.
           DISPLAY 'POSTACCT: SEGMENTS DROPPED   = ' SEGS-DROPPED.
           IF DUE-TABLE-FULL
               DISPLAY 'POSTACCT: DUE TABLE FILLED AT 5000 -- EXCESS '
                       'PAYMENTS SPREAD HIGHEST RATE FIRST WHOLE'
           END-IF.
           IF XACT-TABLE-FULL
               DISPLAY 'POSTACCT: XFERACT TABLE FILLED AT 1000 -- '
                       'EXCESS ACTIVITY DATES LEFT AS POSTED'
           END-IF.
           IF TERM-TABLE-FULL
               DISPLAY 'POSTACCT: SEGMENT TERMS TABLE FILLED AT 5000 '
                       '-- EXCESS ACCOUNTS KEEP THE TERMS ON SEGFILE'
           END-IF.
           IF HIX-WRITE-FAILS > ZERO
               DISPLAY 'POSTACCT: HISTIDX WRITES FAILED = '
                   HIX-WRITE-FAILS ' -- RUN HISTBLD BEFORE THE '
                   'HISTORY READERS'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE TRAN-REC.
           CLOSE EXCEPT-LINE.
           CLOSE SUSP-IN.
           CLOSE SEG-IN.
           CLOSE AGED-LINE.
           IF TRIAL-RUN
               CLOSE TRIAL-LINE
           ELSE
               CLOSE NEW-ACCT-REC
               CLOSE SEG-OUT
               CLOSE CHKPT-FILE
               CLOSE SUSP-OUT
               CLOSE TRAN-HIST
               CLOSE HIST-INDEX
               CLOSE GL-FEED
               CLOSE EXCP-FILE
               PERFORM WRITE-RUN-LOG
           END-IF.
           GOBACK.
      *
      *    WRITE-GL-FEED -- the run's money movement as one balanced
      *    journal pair per transaction code posted, each to the
      *    debit and credit accounts TRANCODE names for the code.
      *    Money a restart could not attribute to a code books to
      *    the PYMT or CHRG pair first.  Debits written must equal
      *    credits written; a feed that does not balance is never
      *    handed to the ledger -- the step is failed hard instead.
      *    A trial run proves the feed's arithmetic without writing
           END-IF.
           MOVE ZERO TO GL-DR-TOTAL.
           MOVE ZERO TO GL-CR-TOTAL.
           PERFORM ASSIGN-UNCODED-TOTALS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CODE-COUNT
               IF CDT-RUN-TOTAL(CD-IDX) NOT = ZERO
                   PERFORM WRITE-GL-CODE-PAIR
               END-IF
           END-PERFORM.
           IF GL-DR-TOTAL NOT = GL-CR-TOTAL
               DISPLAY 'POSTACCT: GL FEED OUT OF BALANCE'
               DISPLAY 'POSTACCT: GL DEBITS  = ' GL-DR-TOTAL
           MOVE ACCT-BALANCE     TO TRL-AFTER-O.
           WRITE TRIAL-REC.
      *
      *    WRITE-GL-CODE-PAIR -- one code's run total, debit side
      *    then credit side, to the accounts TRANCODE names.
       WRITE-GL-CODE-PAIR.
           MOVE SPACES                TO GL-FIELDS.
           MOVE CDT-GL-DEBIT(CD-IDX)  TO GL-ACCOUNT.
           MOVE 'D'                   TO GL-DC.
           MOVE CDT-RUN-TOTAL(CD-IDX) TO GL-AMOUNT.
           MOVE CDT-DESC(CD-IDX)      TO GL-DESC.
           PERFORM WRITE-GL-RECORD.
           MOVE SPACES                TO GL-FIELDS.
           MOVE CDT-GL-CREDIT(CD-IDX) TO GL-ACCOUNT.
           MOVE 'C'                   TO GL-DC.
           MOVE CDT-RUN-TOTAL(CD-IDX) TO GL-AMOUNT.
           MOVE CDT-DESC(CD-IDX)      TO GL-DESC.
           PERFORM WRITE-GL-RECORD.
      *
      *    ASSIGN-UNCODED-TOTALS -- the side totals are the whole
      *    run's money; whatever the codes' totals do not account
      *    for (only ever the part of a restarted run no TRANHIST
      *    record could attribute) is the plain payment or charge.
       ASSIGN-UNCODED-TOTALS.
           MOVE ZERO TO CODED-DEBITS.
           MOVE ZERO TO CODED-CREDITS.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CODE-COUNT
               IF CDT-SIDE(CD-IDX) = 'D'
                   ADD CDT-RUN-TOTAL(CD-IDX) TO CODED-DEBITS
               ELSE
                   ADD CDT-RUN-TOTAL(CD-IDX) TO CODED-CREDITS
               END-IF
           END-PERFORM.
           COMPUTE UNCODED-AMOUNT = TOTAL-DEBITS-APPLIED - CODED-DEBITS.
           ADD UNCODED-AMOUNT TO CDT-RUN-TOTAL(PYMT-SLOT).
           COMPUTE UNCODED-AMOUNT =
               TOTAL-CREDITS-APPLIED - CODED-CREDITS.
           ADD UNCODED-AMOUNT TO CDT-RUN-TOTAL(CHRG-SLOT).
      *
       WRITE-GL-RECORD.
           MOVE CURRENT-DATE-NUM TO GL-POST-DATE.
           MOVE TRAN-AMOUNT  TO SB-AMOUNT.
           MOVE TRAN-DATE    TO SB-DATE.
           MOVE TRAN-COMMENT TO SB-COMMENT.
           MOVE TRAN-CODE    TO SB-TRAN-CODE.
           MOVE CURRENT-DATE-NUM TO SB-FIRST-SEEN.
           IF NOT TRIAL-RUN
               WRITE SUSP-OUT-FIELDS FROM SUSPENSE-BUILD-WORK
           WRITE AGED-REC.
      *
       POST-ONE-TRANSACTION.
           MOVE TRAN-TYPE TO POST-SIDE-WK.
           MOVE TRAN-CODE TO POST-CODE-WK.
           PERFORM RESOLVE-POST-CODE.
           IF TRAN-DEBIT AND POST-CODE-OK
               SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
               MOVE TRAN-AMOUNT TO SEG-POST-AMT
               PERFORM POST-TO-SEGMENTS
               ADD 1 TO TRANS-POSTED
               ADD TRAN-AMOUNT TO TOTAL-DEBITS-APPLIED
               ADD TRAN-AMOUNT TO CDT-RUN-TOTAL(CODE-SLOT)
               PERFORM STAMP-LAST-ACTIVITY
               PERFORM WRITE-HISTORY-FROM-TRAN
           ELSE
               IF TRAN-CREDIT AND POST-CODE-OK
                   ADD TRAN-AMOUNT TO ACCT-BALANCE
                   MOVE TRAN-AMOUNT TO SEG-POST-AMT
                   PERFORM POST-TO-SEGMENTS
                   ADD 1 TO TRANS-POSTED
                   ADD TRAN-AMOUNT TO TOTAL-CREDITS-APPLIED
                   ADD TRAN-AMOUNT TO CDT-RUN-TOTAL(CODE-SLOT)
                   PERFORM STAMP-LAST-ACTIVITY
                   PERFORM WRITE-HISTORY-FROM-TRAN
               ELSE
                   EVALUATE TRUE
                       WHEN NOT TRAN-DEBIT AND NOT TRAN-CREDIT
                           MOVE 'TRAN-TYPE IS NOT D OR C'
                               TO EXC-REASON-O
                           MOVE 'P002' TO EXCP-CODE-WK
                       WHEN POST-CODE-UNKNOWN
                           MOVE 'TRAN-CODE NOT ON TRANCODE'
                               TO EXC-REASON-O
                           MOVE 'P004' TO EXCP-CODE-WK
                       WHEN OTHER
                           MOVE 'TRAN-CODE IS FOR OTHER SIDE'
                               TO EXC-REASON-O
                           MOVE 'P005' TO EXCP-CODE-WK
                   END-EVALUATE
                   PERFORM WRITE-EXCEPTION
                   MOVE SPACES TO EXCP-FIELDS
                   MOVE TRAN-ACCT-NO TO EXCP-KEY
                   MOVE TRAN-FIELDS(1:50) TO EXCP-RECORD-IMAGE
                   PERFORM WRITE-CENTRAL-EXCEPTION
               END-IF
           END-IF.
      *
      *    RESOLVE-POST-CODE -- finds the item's code on the table
      *    (a blank code is its side's default) and checks that the
      *    code posts on the item's side; CODE-SLOT is left at the
      *    code's table entry.  A type that is neither D nor C is
      *    judged by the caller before the code matters.
       RESOLVE-POST-CODE.
           MOVE 'U' TO POST-CODE-FLAG.
           MOVE ZERO TO CODE-SLOT.
           IF POST-CODE-WK = SPACES
               IF POST-SIDE-WK = 'D'
                   MOVE 'PYMT' TO POST-CODE-WK
               ELSE
                   MOVE 'CHRG' TO POST-CODE-WK
               END-IF
           END-IF.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CODE-COUNT OR CODE-SLOT > ZERO
               IF CDT-CODE(CD-IDX) = POST-CODE-WK
                   SET CODE-SLOT TO CD-IDX
               END-IF
           END-PERFORM.
           IF CODE-SLOT > ZERO
               IF CDT-SIDE(CODE-SLOT) = POST-SIDE-WK
                   SET POST-CODE-OK TO TRUE
               ELSE
                   SET POST-CODE-WRONG TO TRUE
               END-IF
           END-IF.
      *
      *    POST-ONE-SUSPENSE -- a suspense item posts exactly the way
      *    a fresh transaction does; a suspense record whose type is
      *    somehow not D or C can only have been built by hand, and
      *    is listed on EXCPRINT rather than guessed at.
       POST-ONE-SUSPENSE.
           MOVE SUSP-TYPE      TO POST-SIDE-WK.
           MOVE SUSP-TRAN-CODE TO POST-CODE-WK.
           PERFORM RESOLVE-POST-CODE.
           IF SUSP-DEBIT AND POST-CODE-OK
               SUBTRACT SUSP-AMOUNT FROM ACCT-BALANCE
               MOVE SUSP-AMOUNT TO SEG-POST-AMT
               PERFORM POST-TO-SEGMENTS
               ADD 1 TO SUSP-POSTED
               ADD SUSP-AMOUNT TO TOTAL-DEBITS-APPLIED
               ADD SUSP-AMOUNT TO CDT-RUN-TOTAL(CODE-SLOT)
               PERFORM STAMP-LAST-ACTIVITY
               PERFORM WRITE-HISTORY-FROM-SUSP
           ELSE
               IF SUSP-CREDIT AND POST-CODE-OK
                   ADD SUSP-AMOUNT TO ACCT-BALANCE
                   MOVE SUSP-AMOUNT TO SEG-POST-AMT
                   PERFORM POST-TO-SEGMENTS
                   ADD 1 TO SUSP-POSTED
                   ADD SUSP-AMOUNT TO TOTAL-CREDITS-APPLIED
                   ADD SUSP-AMOUNT TO CDT-RUN-TOTAL(CODE-SLOT)
                   PERFORM STAMP-LAST-ACTIVITY
                   PERFORM WRITE-HISTORY-FROM-SUSP
               ELSE
                   MOVE SUSP-ACCT-NO TO EXC-ACCT-NO-O
                   MOVE SUSP-TYPE    TO EXC-TYPE-O
                   MOVE SUSP-AMOUNT  TO EXC-AMOUNT-O
                   EVALUATE TRUE
                       WHEN NOT SUSP-DEBIT AND NOT SUSP-CREDIT
                           MOVE 'SUSPENSE TYPE IS NOT D OR C'
                               TO EXC-REASON-O
                           MOVE 'P003' TO EXCP-CODE-WK
                       WHEN POST-CODE-UNKNOWN
                           MOVE 'TRAN-CODE NOT ON TRANCODE'
                               TO EXC-REASON-O
                           MOVE 'P004' TO EXCP-CODE-WK
                       WHEN OTHER
                           MOVE 'TRAN-CODE IS FOR OTHER SIDE'
                               TO EXC-REASON-O
                           MOVE 'P005' TO EXCP-CODE-WK
                   END-EVALUATE
                   WRITE EXCEPT-REC
                   ADD 1 TO TRANS-REJECTED
                   MOVE SPACES TO EXCP-FIELDS
                   MOVE SUSP-ACCT-NO TO EXCP-KEY
                   MOVE SUSP-FIELDS(1:80) TO EXCP-RECORD-IMAGE
                   PERFORM WRITE-CENTRAL-EXCEPTION
               END-IF
           END-IF.
      *
      *    STAMP-LAST-ACTIVITY -- today, for a code that is the
      *    customer's activity.  A no-activity code stamps nothing;
      *    one on an account XFERACT names puts its date back unless
      *    the account has already been stamped today.
       STAMP-LAST-ACTIVITY.
           IF CDT-NO-ACTIVITY(CODE-SLOT)
               PERFORM FIND-XFER-ACCOUNT
               IF XACT-FOUND
                   AND LAST-ACTIVITY-DATE NOT = WS-CURRENT-DATE
                   MOVE XAT-RESTORE-DATE(XACT-SLOT)
                       TO LAST-ACTIVITY-DATE
               END-IF
           ELSE
               MOVE WS-CURRENT-YEAR  TO LAST-ACTIVITY-YR
               MOVE WS-CURRENT-MONTH TO LAST-ACTIVITY-MO
               MOVE WS-CURRENT-DAY   TO LAST-ACTIVITY-DAY
           END-IF.
      *
       FIND-XFER-ACCOUNT.
           MOVE 'N' TO XACT-FOUND-FLAG.
           PERFORM VARYING XA-IDX FROM 1 BY 1
               UNTIL XA-IDX > XACT-COUNT OR XACT-FOUND
               IF XAT-ACCT-NO(XA-IDX) = ACCT-NO
                   SET XACT-FOUND TO TRUE
                   SET XACT-SLOT TO XA-IDX
               END-IF
           END-PERFORM.
      *
      *    WRITE-HISTORY-FROM-TRAN/WRITE-HISTORY-FROM-SUSP -- one
      *    history record per transaction actually applied, carrying
           MOVE TRAN-AMOUNT      TO HIST-AMOUNT.
           MOVE TRAN-DATE        TO HIST-TRAN-DATE.
           MOVE TRAN-COMMENT     TO HIST-COMMENT.
           MOVE CDT-CODE(CODE-SLOT) TO HIST-TRAN-CODE.
           PERFORM WRITE-HISTORY-COMMON.
      *
       WRITE-HISTORY-FROM-SUSP.
           MOVE SUSP-AMOUNT      TO HIST-AMOUNT.
           MOVE SUSP-DATE        TO HIST-TRAN-DATE.
           MOVE SUSP-COMMENT     TO HIST-COMMENT.
           MOVE CDT-CODE(CODE-SLOT) TO HIST-TRAN-CODE.
           PERFORM WRITE-HISTORY-COMMON.
      *
       WRITE-HISTORY-COMMON.
               MOVE ACCT-BALANCE     TO HIST-BALANCE-AFTER
               MOVE RUN-BATCH-ID     TO HIST-BATCH-ID
               WRITE HIST-FIELDS
               PERFORM WRITE-HISTORY-INDEX
           END-IF.
      *
      *    WRITE-HISTORY-INDEX -- the record just appended to
      *    TRANHIST, added to HISTIDX.  A sequence number an earlier
      *    run already used for this account and date is stepped
      *    past; any other refusal is counted for the end-of-run
      *    warning.
       WRITE-HISTORY-INDEX.
           ADD 1 TO HIX-SEQ-NEXT.
           MOVE HIST-ACCT-NO   TO HIX-ACCT-NO.
           MOVE HIST-POST-DATE TO HIX-POST-DATE.
           MOVE HIX-SEQ-NEXT   TO HIX-SEQ.
           MOVE HIST-FIELDS    TO HIX-HIST-IMAGE.
           WRITE HIX-FIELDS
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM UNTIL NOT HIX-DUPLICATE
               ADD 1 TO HIX-SEQ-NEXT
               MOVE HIX-SEQ-NEXT TO HIX-SEQ
               WRITE HIX-FIELDS
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
           IF NOT HIX-OK
               ADD 1 TO HIX-WRITE-FAILS
           END-IF.
      *
      *    FLUSH-REMAINING-TRANS -- items left past the last master
               OR SUSP-ACCT-NO > LAST-CHECKPOINT-ACCT
               PERFORM READ-SUSP
           END-PERFORM.
           PERFORM UNTIL NO-MORE-SEGS
               OR SEGI-ACCT-NO > LAST-CHECKPOINT-ACCT
               PERFORM READ-SEG
           END-PERFORM.
      *
      *    A trial run never checkpoints -- there is nothing a
      *    restart could resume.
               AT END SET NO-MORE-CHKPTS TO TRUE
           END-READ.
      *
      *    LOAD-CODE-TABLE -- TRANCODE into CODE-TABLE, noting where
      *    the PYMT and CHRG defaults landed.  A code beyond the
      *    table's room is dropped with a warning; money under it
      *    rejects as not on the table rather than booking blind.
       LOAD-CODE-TABLE.
           OPEN INPUT TRAN-CODES.
           PERFORM READ-CODE
           PERFORM UNTIL NO-MORE-CODES
               IF TCD-CODE NOT = SPACES
                   IF CODE-COUNT < CODE-MAX
                       ADD 1 TO CODE-COUNT
                       MOVE TCD-CODE      TO CDT-CODE(CODE-COUNT)
                       MOVE TCD-DESC      TO CDT-DESC(CODE-COUNT)
                       MOVE TCD-SIDE      TO CDT-SIDE(CODE-COUNT)
                       MOVE TCD-GL-DEBIT  TO CDT-GL-DEBIT(CODE-COUNT)
                       MOVE TCD-GL-CREDIT TO CDT-GL-CREDIT(CODE-COUNT)
                       MOVE ZERO          TO CDT-RUN-TOTAL(CODE-COUNT)
                       MOVE TCD-ACTIVITY  TO CDT-ACTIVITY(CODE-COUNT)
                       MOVE TCD-STMT-CATEGORY
                                          TO CDT-CATEGORY(CODE-COUNT)
                       IF TCD-SEGMENT >= '1' AND TCD-SEGMENT <= '5'
                           MOVE TCD-SEGMENT TO CDT-SEGMENT(CODE-COUNT)
                       ELSE
                           MOVE ZERO TO CDT-SEGMENT(CODE-COUNT)
                       END-IF
                       IF TCD-CODE = 'PYMT' AND TCD-DEBIT-SIDE
                           MOVE CODE-COUNT TO PYMT-SLOT
                       END-IF
                       IF TCD-CODE = 'CHRG' AND TCD-CREDIT-SIDE
                           MOVE CODE-COUNT TO CHRG-SLOT
                       END-IF
                   ELSE
                       DISPLAY 'POSTACCT: TRANCODE TABLE FULL -- '
                               'CODE ' TCD-CODE ' DROPPED'
                   END-IF
               END-IF
               PERFORM READ-CODE
           END-PERFORM.
           CLOSE TRAN-CODES.
      *
       READ-CODE.
           READ TRAN-CODES
               AT END SET NO-MORE-CODES TO TRUE
           END-READ.
      *
      *    RESTORE-CODE-TOTALS -- on a restart, the codes' totals for
      *    the part of the run already posted, rebuilt from the
      *    TRANHIST records this batch wrote up to the checkpoint.
      *    A blank batch identifier cannot be told from any other
      *    run's, so nothing is rebuilt and ASSIGN-UNCODED-TOTALS
      *    books the restored side totals to the defaults instead.
       RESTORE-CODE-TOTALS.
           IF RUN-BATCH-ID NOT = SPACES
               OPEN INPUT TRAN-HIST
               PERFORM READ-HIST
               PERFORM UNTIL NO-MORE-HIST
                   IF HIST-BATCH-ID = RUN-BATCH-ID
                       AND HIST-ACCT-NO <= LAST-CHECKPOINT-ACCT
                       MOVE HIST-TYPE      TO POST-SIDE-WK
                       MOVE HIST-TRAN-CODE TO POST-CODE-WK
                       PERFORM RESOLVE-POST-CODE
                       IF POST-CODE-OK
                           ADD HIST-AMOUNT TO CDT-RUN-TOTAL(CODE-SLOT)
                       END-IF
                   END-IF
                   PERFORM READ-HIST
               END-PERFORM
               CLOSE TRAN-HIST
           END-IF.
      *
       READ-HIST.
           READ TRAN-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
      *
      *    GET-ACCOUNT-SEGMENTS -- the current master's segment
      *    record into SEGMENT-FIELDS.  Records for accounts no
      *    longer on the master are passed over and counted; an
      *    account without one starts with its whole balance as
      *    purchases.  Either way the account's cash and
      *    promotional terms are stamped on it.
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
           PERFORM STAMP-SEGMENT-TERMS.
      *
      *    STAMP-SEGMENT-TERMS -- the account's cash-advance rate
      *    and promotional offer off PRICEF onto its segment
      *    record; none on PRICEF clears them.  Once the terms
      *    table has filled, an account past it keeps the terms
      *    its segment record already carries.
       STAMP-SEGMENT-TERMS.
           MOVE 'N' TO TERM-FOUND-FLAG.
           PERFORM VARYING TM-IDX FROM 1 BY 1
               UNTIL TM-IDX > TERM-COUNT OR TERMS-FOUND
               IF TMT-ACCT-NO(TM-IDX) = ACCT-NO
                   SET TERMS-FOUND TO TRUE
                   MOVE TMT-CASH-RATE(TM-IDX)    TO SEG-RATE(2)
                   MOVE TMT-PROMO-RATE(TM-IDX)   TO SEG-RATE(5)
                   MOVE TMT-PROMO-EXPIRY(TM-IDX) TO SEG-PROMO-EXPIRY
               END-IF
           END-PERFORM.
           IF NOT TERMS-FOUND AND NOT TERM-TABLE-FULL
               MOVE ZERO TO SEG-RATE(2)
               MOVE ZERO TO SEG-RATE(5)
               MOVE ZERO TO SEG-PROMO-EXPIRY
           END-IF.
      *
      *    LOAD-SEGMENT-TERMS -- every pricing record stating a
      *    cash rate or a promotional offer; anything not numeric
      *    on one is taken as no term.
       LOAD-SEGMENT-TERMS.
           OPEN INPUT PRICE-FILE.
           PERFORM READ-PRICING
           PERFORM UNTIL NO-MORE-PRICES
               IF PRC-CASH-RATE NOT NUMERIC
                   MOVE ZERO TO PRC-CASH-RATE
               END-IF
               IF PRC-PROMO-RATE NOT NUMERIC
                   OR PRC-PROMO-EXPIRY NOT NUMERIC
                   MOVE ZERO TO PRC-PROMO-RATE
                   MOVE ZERO TO PRC-PROMO-EXPIRY
               END-IF
               IF PRC-CASH-RATE > ZERO OR PRC-PROMO-EXPIRY > ZERO
                   IF TERM-COUNT < TERM-MAX
                       ADD 1 TO TERM-COUNT
                       MOVE PRC-ACCT-NO   TO TMT-ACCT-NO(TERM-COUNT)
                       MOVE PRC-CASH-RATE TO TMT-CASH-RATE(TERM-COUNT)
                       MOVE PRC-PROMO-RATE
                           TO TMT-PROMO-RATE(TERM-COUNT)
                       MOVE PRC-PROMO-EXPIRY
                           TO TMT-PROMO-EXPIRY(TERM-COUNT)
                   ELSE
                       SET TERM-TABLE-FULL TO TRUE
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
       DROP-REMAINING-SEGMENTS.
           PERFORM UNTIL NO-MORE-SEGS
               ADD 1 TO SEGS-DROPPED
               PERFORM READ-SEG
           END-PERFORM.
      *
      *    POST-TO-SEGMENTS -- SEG-POST-AMT, just posted on
      *    POST-SIDE-WK under the code at CODE-SLOT, placed in the
      *    segments.  The code's own segment wins; otherwise its
      *    category decides, and a debit-side payment or adjustment
      *    is spread.  A debit that takes a named segment below
      *    zero has the excess spread over the others.
       POST-TO-SEGMENTS.
           MOVE CDT-SEGMENT(CODE-SLOT) TO SEG-SLOT.
           IF SEG-SLOT = ZERO
               EVALUATE CDT-CATEGORY(CODE-SLOT)
                   WHEN 'C'
                       MOVE 2 TO SEG-SLOT
                   WHEN 'F'
                       MOVE 3 TO SEG-SLOT
                   WHEN 'I'
                       MOVE 4 TO SEG-SLOT
                   WHEN 'M'
                       MOVE 5 TO SEG-SLOT
                   WHEN 'P'
                   WHEN 'A'
                       IF POST-SIDE-WK = 'C'
                           MOVE 1 TO SEG-SLOT
                       END-IF
                   WHEN OTHER
                       MOVE 1 TO SEG-SLOT
               END-EVALUATE
           END-IF.
           IF POST-SIDE-WK = 'C'
               ADD SEG-POST-AMT TO SEG-AMOUNT(SEG-SLOT)
           ELSE
               IF SEG-SLOT > ZERO
                   SUBTRACT SEG-POST-AMT FROM SEG-AMOUNT(SEG-SLOT)
                   IF SEG-AMOUNT(SEG-SLOT) < ZERO AND SEG-SLOT > 1
                       COMPUTE SPREAD-LEFT = ZERO - SEG-AMOUNT(SEG-SLOT)
                       MOVE ZERO TO SEG-AMOUNT(SEG-SLOT)
                       PERFORM RANK-SEGMENT-RATES
                       PERFORM SPREAD-ABOVE-MINIMUM
                   END-IF
               ELSE
                   PERFORM SPREAD-CREDIT
               END-IF
           END-IF.
      *
      *    SPREAD-CREDIT -- a payment fills what is left of the
      *    open statement's minimum lowest rate first; the rest of
      *    it, and any other credit whole, goes highest rate first.
       SPREAD-CREDIT.
           MOVE SEG-POST-AMT TO SPREAD-LEFT.
           PERFORM RANK-SEGMENT-RATES.
           IF CDT-CATEGORY(CODE-SLOT) = 'P'
               PERFORM FIND-MINIMUM-DUE
               IF SPREAD-LEFT < MIN-STILL-DUE
                   MOVE SPREAD-LEFT TO MIN-PORTION
               ELSE
                   MOVE MIN-STILL-DUE TO MIN-PORTION
               END-IF
               IF MIN-PORTION > ZERO
                   ADD MIN-PORTION TO SEG-MIN-APPLIED
                   SUBTRACT MIN-PORTION FROM SPREAD-LEFT
                   MOVE MIN-PORTION TO SPREAD-PASS-AMT
                   SET LOWEST-RATE-FIRST TO TRUE
                   PERFORM APPLY-SPREAD-PASS
                   ADD SPREAD-PASS-AMT TO SPREAD-LEFT
               END-IF
           END-IF.
           PERFORM SPREAD-ABOVE-MINIMUM.
      *
      *    SPREAD-ABOVE-MINIMUM -- SPREAD-LEFT highest rate first;
      *    money left once every segment is cleared is a credit
      *    balance, carried in the purchase segment.
       SPREAD-ABOVE-MINIMUM.
           MOVE SPREAD-LEFT TO SPREAD-PASS-AMT.
           SET HIGHEST-RATE-FIRST TO TRUE.
           PERFORM APPLY-SPREAD-PASS.
           IF SPREAD-PASS-AMT > ZERO
               SUBTRACT SPREAD-PASS-AMT FROM SEG-AMOUNT(1)
           END-IF.
           MOVE ZERO TO SPREAD-LEFT.
      *
      *    APPLY-SPREAD-PASS -- SPREAD-PASS-AMT against the segments
      *    still owing, one segment at a time in the order the pass
      *    calls for; what no segment could take is left in
      *    SPREAD-PASS-AMT.
       APPLY-SPREAD-PASS.
           PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 5
               MOVE 'N' TO SEG-TAKEN(SEG-SUB)
           END-PERFORM.
           PERFORM VARYING SEG-PASS FROM 1 BY 1
               UNTIL SEG-PASS > 5 OR SPREAD-PASS-AMT = ZERO
               MOVE ZERO TO SEG-PICK
               PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 5
                   IF SEG-TAKEN(SEG-SUB) = 'N'
                       AND SEG-AMOUNT(SEG-SUB) > ZERO
                       IF SEG-PICK = ZERO
                           MOVE SEG-SUB TO SEG-PICK
                       ELSE
                           IF (HIGHEST-RATE-FIRST AND
                               SEG-APR(SEG-SUB) > SEG-APR(SEG-PICK))
                             OR (LOWEST-RATE-FIRST AND
                               SEG-APR(SEG-SUB) < SEG-APR(SEG-PICK))
                               MOVE SEG-SUB TO SEG-PICK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF SEG-PICK > ZERO
                   MOVE 'Y' TO SEG-TAKEN(SEG-PICK)
                   IF SPREAD-PASS-AMT > SEG-AMOUNT(SEG-PICK)
                       SUBTRACT SEG-AMOUNT(SEG-PICK)
                           FROM SPREAD-PASS-AMT
                       MOVE ZERO TO SEG-AMOUNT(SEG-PICK)
                   ELSE
                       SUBTRACT SPREAD-PASS-AMT
                           FROM SEG-AMOUNT(SEG-PICK)
                       MOVE ZERO TO SPREAD-PASS-AMT
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    RANK-SEGMENT-RATES -- the rate each segment accrues at,
      *    per SEGFLDS: its own rate, or the account's rate as
      *    INTACCR last priced it (INT-RATE before the first
      *    accrual); a promotional rate only through its expiry.
       RANK-SEGMENT-RATES.
           IF SEG-BASE-RATE NUMERIC AND SEG-BASE-RATE > ZERO
               MOVE SEG-BASE-RATE TO SEG-ACCOUNT-RATE
           ELSE
               MOVE INT-RATE TO SEG-ACCOUNT-RATE
           END-IF.
           PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 4
               IF SEG-RATE(SEG-SUB) > ZERO
                   MOVE SEG-RATE(SEG-SUB) TO SEG-APR(SEG-SUB)
               ELSE
                   MOVE SEG-ACCOUNT-RATE TO SEG-APR(SEG-SUB)
               END-IF
           END-PERFORM.
           IF SEG-PROMO-EXPIRY NOT < CURRENT-DATE-NUM
               MOVE SEG-RATE(5) TO SEG-APR(5)
           ELSE
               MOVE SEG-ACCOUNT-RATE TO SEG-APR(5)
           END-IF.
      *
      *    FIND-MINIMUM-DUE -- what payments have yet to cover of
      *    the minimum on the account's open statement; a new
      *    statement starts the count again.
       FIND-MINIMUM-DUE.
           MOVE ZERO TO MIN-STILL-DUE.
           MOVE 'N' TO DUE-FOUND-FLAG.
           PERFORM VARYING DU-IDX FROM 1 BY 1
               UNTIL DU-IDX > DUE-COUNT OR DUE-FOUND
               IF DTT-ACCT-NO(DU-IDX) = ACCT-NO
                   SET DUE-FOUND TO TRUE
                   SET DUE-SLOT TO DU-IDX
               END-IF
           END-PERFORM.
           IF DUE-FOUND
               IF DTT-STMT-DATE(DUE-SLOT) NOT = SEG-MIN-STMT-DATE
                   MOVE DTT-STMT-DATE(DUE-SLOT) TO SEG-MIN-STMT-DATE
                   MOVE ZERO TO SEG-MIN-APPLIED
               END-IF
               COMPUTE MIN-STILL-DUE =
                   DTT-MIN-AMOUNT(DUE-SLOT) - SEG-MIN-APPLIED
               IF MIN-STILL-DUE < ZERO
                   MOVE ZERO TO MIN-STILL-DUE
               END-IF
           END-IF.
      *
      *    LOAD-DUE-TABLE -- the latest open statement per account.
      *    An account past the table's room has its payments spread
      *    highest rate first whole, the order most favorable to
      *    the customer.
       LOAD-DUE-TABLE.
           OPEN INPUT STMT-DUE.
           PERFORM READ-DUE
           PERFORM UNTIL NO-MORE-DUES
               IF DUE-OPEN AND DUE-MIN-AMOUNT NUMERIC
                   MOVE 'N' TO DUE-FOUND-FLAG
                   PERFORM VARYING DU-IDX FROM 1 BY 1
                       UNTIL DU-IDX > DUE-COUNT OR DUE-FOUND
                       IF DTT-ACCT-NO(DU-IDX) = DUE-ACCT-NO
                           SET DUE-FOUND TO TRUE
                           SET DUE-SLOT TO DU-IDX
                       END-IF
                   END-PERFORM
                   IF DUE-FOUND
                       IF DUE-STMT-DATE > DTT-STMT-DATE(DUE-SLOT)
                           MOVE DUE-STMT-DATE
                               TO DTT-STMT-DATE(DUE-SLOT)
                           MOVE DUE-MIN-AMOUNT
                               TO DTT-MIN-AMOUNT(DUE-SLOT)
                       END-IF
                   ELSE
                       IF DUE-COUNT < DUE-MAX
                           ADD 1 TO DUE-COUNT
                           MOVE DUE-ACCT-NO
                               TO DTT-ACCT-NO(DUE-COUNT)
                           MOVE DUE-STMT-DATE
                               TO DTT-STMT-DATE(DUE-COUNT)
                           MOVE DUE-MIN-AMOUNT
                               TO DTT-MIN-AMOUNT(DUE-COUNT)
                       ELSE
                           SET DUE-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-DUE
           END-PERFORM.
           CLOSE STMT-DUE.
      *
       READ-DUE.
           READ STMT-DUE
               AT END SET NO-MORE-DUES TO TRUE
           END-READ.
      *
      *    LOAD-XFER-TABLE -- tonight's transfers, one entry per
      *    from-account holding the earliest date to put back.  An
      *    account past the table's room keeps the activity date
      *    its payment stamped.
       LOAD-XFER-TABLE.
           OPEN INPUT XFER-ACT.
           PERFORM READ-XFER
           PERFORM UNTIL NO-MORE-XFERS
               IF XFR-TRANSFERRED AND XFR-RESTORE-DATE NUMERIC
                   PERFORM FIND-XFER-ACCOUNT-LOAD
                   IF XACT-FOUND
                       IF XFR-RESTORE-DATE
                              < XAT-RESTORE-DATE(XACT-SLOT)
                           MOVE XFR-RESTORE-DATE
                               TO XAT-RESTORE-DATE(XACT-SLOT)
                       END-IF
                   ELSE
                       IF XACT-COUNT < XACT-MAX
                           ADD 1 TO XACT-COUNT
                           MOVE XFR-FROM-ACCT
                               TO XAT-ACCT-NO(XACT-COUNT)
                           MOVE XFR-RESTORE-DATE
                               TO XAT-RESTORE-DATE(XACT-COUNT)
                       ELSE
                           SET XACT-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-XFER
           END-PERFORM.
           CLOSE XFER-ACT.
      *
       FIND-XFER-ACCOUNT-LOAD.
           MOVE 'N' TO XACT-FOUND-FLAG.
           PERFORM VARYING XA-IDX FROM 1 BY 1
               UNTIL XA-IDX > XACT-COUNT OR XACT-FOUND
               IF XAT-ACCT-NO(XA-IDX) = XFR-FROM-ACCT
                   SET XACT-FOUND TO TRUE
                   SET XACT-SLOT TO XA-IDX
               END-IF
           END-PERFORM.
      *
       READ-XFER.
           READ XFER-ACT
               AT END SET NO-MORE-XFERS TO TRUE
           END-READ.
