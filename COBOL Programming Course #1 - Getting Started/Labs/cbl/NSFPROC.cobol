      *    POSTACCT was built to eliminate.  RTNIN carries one record
      *    per returned item: the account, the amount, the posting
      *    date of the original payment, and the bank's reason.
      *    Autopay debits the bank cannot collect arrive the same
      *    way: APYRTN writes each ACH return in this layout on
      *    ACHRTN, concatenated under RTNIN.
      *
      *    Each return is matched against its account's posting
      *    history, browsed off the keyed history index HISTIDX
      *    (HIXFLDS) for each account a return names (the PROMMTCH
      *    shape, returns sorted by account): the specific posted
      *    payment -- a type 'D' history record of that amount posted
      *    on that date -- must exist, or the return goes to EXCPFILE
      *    instead of reversing money we never took.  A matched
      *    this bounce is not its first -- is flagged for hot
      *    handling: listed on NSFRPT and appended to the outreach
      *    tracking file with result 'NR', so OUTRESCL escalates it.
      *
      *    A legal-status flag in force today (LGLFILE, per LGLFLDS)
      *    changes what a return may generate.  The reversal always
      *    posts -- it is the money's own road back, not a charge.
      *    A deceased or bankruptcy flag withholds the NSF fee, and
      *    any flag withholds the hot-handling escalation, which is
      *    contact; each withheld action goes to the suppression
      *    log (LGLSUPP) for LGLRPT.
      *
      *    RTNIN is first counted and handed to the receipt
      *    registry (FILERCPT, sender RTNBANK).  The returns carry
      *    no file date of their own, so the file is dated by
      *    receipt and hashed on the accounts and the returned
      *    amounts together; a return file the bank already sent
      *    is refused there -- a resend would reverse the same
      *    payments twice -- as is an empty one when the schedule
      *    expects returns every night, and one arriving after a
      *    night's file never came.  A refused
      *    file reverses nothing and the step ends RC 8.
      *
      *    Each run appends its counts and times to RUNLOG for
      *    JOBSTATS and RUNCMPR.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT RTN-IN      ASSIGN TO RTNIN.
           SELECT RTN-SORT    ASSIGN TO RTNWORK.
           SELECT RTN-SORTED  ASSIGN TO RTNSORT.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT FEE-SCHED   ASSIGN TO FEESCHED.
           SELECT TRAN-OUT    ASSIGN TO NSFOUT.
           SELECT TRACK-OUT   ASSIGN TO TRACKF.
           SELECT PRINT-LINE  ASSIGN TO NSFRPT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT SUPP-FILE   ASSIGN TO LGLSUPP.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RTN-IN RECORDING MODE F.
       01  RTN-IN-REC             PIC X(80).
       01  RTN-IN-FIELDS.
           05  RTI-ACCT-NO        PIC X(8).
           05  RTI-ACCT-NO-N REDEFINES RTI-ACCT-NO PIC 9(8).
           05  RTI-AMOUNT         PIC 9(7)V99.
           05  FILLER             PIC X(63).
      *
       SD  RTN-SORT.
       01  RTN-SORT-REC.
           05  RTN-REASON         PIC X(20).
           05  FILLER             PIC X(35).
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       FD  FEE-SCHED RECORDING MODE F.
       01  FEE-SCHED-REC.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
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
      *    HIX-STATUS -- the index's file status; SHIST-FIELDS is the
      *    history record the browse is on.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
       01  FLAGS.
           05  RTN-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-RETURNS    VALUE 'Y'.
               88  NO-MORE-SCHED      VALUE 'Y'.
           05  PAY-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  PAY-TABLE-FULL     VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
       01  NSF-COUNTS.
           05  RETURNS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  NF-FEE-AMOUNT      PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  NF-FEE-ON          PIC X VALUE 'N'.
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
      *    PAY-TABLE -- this account's type 'D' payments and any
      *    prior NSF REVERSAL entries, gathered once per account,
      *    the same bounded-table treatment PROMMTCH gives payments.
           05  FILLER             PIC X(16).
      *
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'NSFPROC: RETURN FILE REFUSED BY THE RECEIPT '
                       'REGISTRY -- NOTHING REVERSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-LEGAL-FLAGS.
           SORT RTN-SORT
               ON ASCENDING KEY SRT-R-ACCT-NO
               USING RTN-IN
               GIVING RTN-SORTED.
           OPEN INPUT  RTN-SORTED.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT TRAN-OUT.
           OPEN EXTEND TRACK-OUT.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND EXCP-FILE.
           OPEN EXTEND SUPP-FILE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM WRITE-BATCH-HEADER.
      *
       WORK-RETURNS.
           PERFORM READ-RETURN
           DISPLAY 'NSFPROC: RETURNS UNMATCHED = ' RETURNS-UNMATCHED.
           DISPLAY 'NSFPROC: NSF FEES GENERATED = ' FEES-GENERATED.
           DISPLAY 'NSFPROC: REPEATS FLAGGED   = ' REPEATS-FLAGGED.
           DISPLAY 'NSFPROC: LEGAL SUPPRESSED  = ' ACTIONS-SUPPRESSED.
           IF PAY-TABLE-FULL
               DISPLAY 'NSFPROC: PAYMENT TABLE FILLED AT 200 -- '
                       'SOME RETURNS JUDGED ON PARTIAL HISTORY'
           END-IF.
           CLOSE RTN-SORTED.
           CLOSE HIST-INDEX.
           CLOSE TRAN-OUT.
           CLOSE TRACK-OUT.
           CLOSE PRINT-LINE.
           CLOSE EXCP-FILE.
           CLOSE SUPP-FILE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over RTNIN for
      *    the receipt registry, before the sort takes it.
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'RTNBANK'        TO RCP-SENDER.
           MOVE 'NSFPROC'        TO RCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE.
           SET RCP-DATE-RECEIVED TO TRUE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT RTN-IN.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF RTI-ACCT-NO NUMERIC
                   ADD RTI-ACCT-NO-N TO RCP-HASH-TOTAL
               END-IF
               IF RTI-AMOUNT NUMERIC
                   ADD RTI-AMOUNT TO RCP-HASH-TOTAL
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE RTN-IN.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ RTN-IN
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
      *    LOAD-FEE-SCHEDULE -- the NSF fee comes off FEESCHED code
      *    'NF', the same schedule discipline FEEASSES follows; no
      *    entry means no fee is generated, and the operator is told.
               AT END SET NO-MORE-RETURNS TO TRUE
           END-READ.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at the account's
      *    first history record, whenever it posted, and reads it;
      *    NO-MORE-HIST straight away means none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE GROUP-ACCT-NO  TO HIX-ACCT-NO.
           MOVE ZERO           TO HIX-POST-DATE.
           MOVE ZERO           TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           IF NOT NO-MORE-HIST
               PERFORM READ-HIST
           END-IF.
      *
      *    READ-HIST -- the next history in the browse, which ends
      *    at the account's last record.
       READ-HIST.
           READ HIST-INDEX NEXT RECORD
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               IF HIX-ACCT-NO NOT = GROUP-ACCT-NO
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
      *
      *    GATHER-ACCOUNT-PAYMENTS -- browses this return's account's
      *    whole history, collecting its type 'D' payments
      *    and counting any NSF REVERSAL already on the books -- the
      *    mark of an earlier bounce, known by its NSFR code (or, on
      *    history older than the codes, by its comment).
       GATHER-ACCOUNT-PAYMENTS.
           MOVE ZERO TO PAY-COUNT.
           MOVE ZERO TO PRIOR-NSF-COUNT.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-DEBIT
                   IF PAY-COUNT < PAY-MAX
                       ADD 1 TO PAY-COUNT
                       SET PAY-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               IF HIST-TRAN-CODE = 'NSFR'
                   OR (HIST-TRAN-CODE = SPACES
                       AND HIST-COMMENT(1:12) = 'NSF REVERSAL')
                   ADD 1 TO PRIOR-NSF-COUNT
               END-IF
               PERFORM READ-HIST
               END-IF
           END-PERFORM.
      *
      *    REVERSE-THE-PAYMENT -- the reversal always posts; the
      *    fee and the escalation are withheld under a legal-status
      *    flag that bars them, and logged.
       REVERSE-THE-PAYMENT.
           ADD 1 TO RETURNS-REVERSED.
           PERFORM GET-LEGAL-STATUS.
           MOVE SPACES          TO TRAN-FIELDS.
           MOVE RTN-ACCT-NO     TO TRAN-ACCT-NO.
           MOVE 'C'             TO TRAN-TYPE.
           MOVE RTN-AMOUNT      TO TRAN-AMOUNT.
           MOVE 'NSF REVERSAL'  TO TRAN-COMMENT.
           MOVE 'NSFR'          TO TRAN-CODE.
           PERFORM WRITE-BATCH-DETAIL.
           IF NF-FEE-ON = 'Y'
               IF CHARGES-BARRED
                   MOVE 'NSF FEE'      TO SUPPRESS-ACTION-WK
                   MOVE NF-FEE-AMOUNT  TO SUPPRESS-AMOUNT-WK
                   PERFORM WRITE-SUPPRESSION
               ELSE
                   ADD 1 TO FEES-GENERATED
                   MOVE SPACES         TO TRAN-FIELDS
                   MOVE RTN-ACCT-NO    TO TRAN-ACCT-NO
                   MOVE 'C'            TO TRAN-TYPE
                   MOVE NF-FEE-AMOUNT  TO TRAN-AMOUNT
                   MOVE 'NSF FEE'      TO TRAN-COMMENT
                   MOVE 'NSFF'         TO TRAN-CODE
                   PERFORM WRITE-BATCH-DETAIL
               END-IF
           END-IF.
           IF PRIOR-NSF-COUNT > ZERO AND CONTACT-BARRED
               MOVE 'REPEAT ESCALATION' TO SUPPRESS-ACTION-WK
               MOVE ZERO                TO SUPPRESS-AMOUNT-WK
               PERFORM WRITE-SUPPRESSION
           END-IF.
           EVALUATE TRUE
               WHEN CONTACT-BARRED
                   MOVE 'REVERSED -- LEGAL HOLD, LOGGED'
                       TO NSF-OUTCOME-O
               WHEN PRIOR-NSF-COUNT > ZERO
                   PERFORM FLAG-REPEAT-RETURNER
                   MOVE 'REVERSED -- REPEAT, ESCALATED'
                       TO NSF-OUTCOME-O
               WHEN OTHER
                   MOVE 'REVERSED, FEE GENERATED' TO NSF-OUTCOME-O
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-BATCH-DETAIL.
           MOVE RTN-FIELDS(1:80) TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
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
               DISPLAY 'NSFPROC: LEGAL TABLE FILLED AT 1000 -- '
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
               IF LGT-ACCT-NO(LG-IDX) = RTN-ACCT-NO
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
           MOVE 'NSFPROC'          TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE RTN-ACCT-NO        TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE SUPPRESS-ACTION-WK TO LSP-ACTION.
           MOVE SUPPRESS-AMOUNT-WK TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'NSFPROC'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RETURNS-READ      TO LOG-RECS-IN.
           MOVE BATCH-DETAIL-COUNT TO LOG-RECS-OUT.
           IF BATCH-AMOUNT < ZERO
               MOVE '-'           TO LOG-KEY-TOTAL-SIGN
           ELSE
               MOVE '+'           TO LOG-KEY-TOTAL-SIGN
           END-IF.
           MOVE BATCH-AMOUNT      TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
