      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FEEWAIV.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    FEEWAIV is the fee-waiver edit run.  Giving back an
      *    OVERLIMIT FEE or NSF FEE used to mean a hand-built credit
      *    in a TRANREC batch, tied to nothing: the same fee could be
      *    given back twice and nobody could say how much each agent
      *    gave away.  Agents now key a waiver request on WAIVREQ
      *    (WVRFLDS) -- the account, the fee's TRANCODE code and the
      *    date TRANHIST shows it posted, a reason and their own
      *    operator ID -- and this run judges each one.  Requests,
      *    TRANHIST and WAIVLOG are all sorted by account (the
      *    NSFPROC merge shape), and a request must:
      *
      *      - name an operator on OPERAUTH (OPRFLDS);
      *      - name a waivable fee -- OLFE, NSFF or DMFE -- that
      *        TRANHIST shows posted to the account on that date
      *        (known by its code, or on history older than the
      *        codes by its comment);
      *      - name a fee WAIVLOG does not already show waived,
      *        on an earlier night or earlier in this run.
      *
      *    A request failing any test is refused to EXCPFILE.  A fee
      *    within the agent's OPR-WAIVE-LIMIT is waived at once: a
      *    type 'D' credit for the whole fee, code FWAV, comment FEE
      *    WAIVER and stamped with the agent's operator ID, goes to
      *    WAIVOUT in the BATCHHDR/BATCHTRL discipline for TRANEDIT,
      *    and so on to POSTACCT.  A fee over the agent's limit is
      *    not waived but held on the supervisor queue (SUPVIN ->
      *    SUPVOUT, the pending-file carry-forward ACCTMNT uses) and
      *    listed at the foot of WVRLIST.  A supervisor works the
      *    queue with cards of their own: a W card for the same fee
      *    under an operator whose limit covers it waives the fee
      *    and clears it from the queue; a D card from such an
      *    operator declines it and clears it.  A second request for
      *    a fee already held is not queued twice.
      *
      *    Every request, whatever became of it, is appended to
      *    WAIVLOG with the fee amount and its disposition, so the
      *    log is both the "already waived" test and what WAIVRPT
      *    reports the month's waivers from.  A fee is known by its
      *    code and posting date, so two fees of the same code
      *    posted to an account the same day are one fee to this
      *    run.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIV-IN     ASSIGN TO WAIVREQ.
           SELECT WAIV-SORT   ASSIGN TO WVRWORK.
           SELECT WAIV-SORTED ASSIGN TO WVRSORT.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT SORT-WORK   ASSIGN TO SRTWORK.
           SELECT SORTED-HIST ASSIGN TO SRTHIST.
           SELECT WAIV-LOG    ASSIGN TO WAIVLOG.
           SELECT LOG-SORT    ASSIGN TO LOGWORK.
           SELECT LOG-SORTED  ASSIGN TO LOGSORT.
           SELECT SUPV-IN     ASSIGN TO SUPVIN.
           SELECT SUPV-OUT    ASSIGN TO SUPVOUT.
           SELECT OPER-AUTH   ASSIGN TO OPERAUTH.
           SELECT TRAN-OUT    ASSIGN TO WAIVOUT.
           SELECT PRINT-LINE  ASSIGN TO WVRLIST.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  WAIV-IN RECORDING MODE F.
       01  WAIV-IN-REC            PIC X(80).
      *
       SD  WAIV-SORT.
       01  WAIV-SORT-REC.
           05  FILLER             PIC X(1).
           05  SRT-W-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(71).
      *
       FD  WAIV-SORTED RECORDING MODE F.
       01  WAIV-FIELDS.
           COPY WVRFLDS.
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  TRAN-HIST-REC          PIC X(80).
      *
      *    SORT-WORK carries the same 80-byte layout as HISTFLDS but
      *    under SRT- names, the same rename NSFPROC's SORT-REC makes.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-H-ACCT-NO      PIC X(8).
           05  SRT-H-TYPE         PIC X(1).
           05  SRT-H-AMOUNT       PIC S9(7)V99 COMP-3.
           05  SRT-H-TRAN-DATE    PIC X(8).
           05  SRT-H-COMMENT      PIC X(20).
           05  SRT-H-POST-DATE    PIC 9(8).
           05  SRT-H-BALANCE      PIC S9(7)V99 COMP-3.
           05  SRT-H-BATCH-ID     PIC X(8).
           05  FILLER             PIC X(17).
      *
       FD  SORTED-HIST RECORDING MODE F.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
      *
      *    WAIV-LOG -- sorted by account for the "already waived"
      *    test, then reopened EXTEND for this run's dispositions.
       FD  WAIV-LOG RECORDING MODE F.
       01  WAIV-LOG-REC           PIC X(80).
      *
       SD  LOG-SORT.
       01  LOG-SORT-REC.
           05  FILLER             PIC X(1).
           05  SRT-L-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(71).
      *
       FD  LOG-SORTED RECORDING MODE F.
       01  LOG-FIELDS.
           COPY WVRFLDS REPLACING LEADING ==WVR-== BY ==WLG-==.
      *
       FD  SUPV-IN RECORDING MODE F.
       01  SUPV-IN-REC            PIC X(80).
      *
       FD  SUPV-OUT RECORDING MODE F.
       01  SUPV-OUT-REC           PIC X(80).
      *
       FD  OPER-AUTH RECORDING MODE F.
       01  OPER-AUTH-REC.
           COPY OPRFLDS.
      *
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-OUT-REC           PIC X(50).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  WVL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WVL-FEE-CODE-O     PIC X(4).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WVL-FEE-DATE-O     PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WVL-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WVL-OPER-ID-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WVL-OUTCOME-O      PIC X(29).
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every refused request is appended here with a
      *    reason code EXCPSUM can trend.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  WAIV-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-REQUESTS   VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  LOG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-LOG        VALUE 'Y'.
           05  SUPV-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SUPV       VALUE 'Y'.
           05  OPER-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-OPERS      VALUE 'Y'.
           05  OPER-FOUND-FLAG    PIC X VALUE 'N'.
               88  OPER-FOUND         VALUE 'Y'.
           05  FEE-FOUND-FLAG     PIC X VALUE 'N'.
               88  FEE-FOUND          VALUE 'Y'.
           05  WAIVED-FLAG        PIC X VALUE 'N'.
               88  FEE-ALREADY-WAIVED VALUE 'Y'.
           05  HELD-FOUND-FLAG    PIC X VALUE 'N'.
               88  HELD-FOUND         VALUE 'Y'.
           05  FEE-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  FEE-TABLE-FULL     VALUE 'Y'.
           05  DONE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  DONE-TABLE-FULL    VALUE 'Y'.
           05  HELD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  HELD-TABLE-FULL    VALUE 'Y'.
      *
       01  WAIVER-COUNTS.
           05  REQUESTS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  WAIVERS-APPROVED   PIC S9(7) COMP-3 VALUE ZERO.
           05  WAIVERS-REFERRED   PIC S9(7) COMP-3 VALUE ZERO.
           05  WAIVERS-DECLINED   PIC S9(7) COMP-3 VALUE ZERO.
           05  REQUESTS-REFUSED   PIC S9(7) COMP-3 VALUE ZERO.
           05  HELD-CARRIED       PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-DETAIL-COUNT PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    OPER-TABLE -- OPERAUTH in storage, the same load ACCTMNT
      *    makes, with the waiver authority kept; a blank or
      *    unreadable limit is no authority at all.
       01  OPER-TABLE-CTL.
           05  OPER-COUNT         PIC S9(4) COMP VALUE 0.
           05  OPER-MAX           PIC S9(4) COMP VALUE 50.
       01  OPER-TABLE.
           05  OPER-ENTRY OCCURS 50 TIMES INDEXED BY OP-IDX.
               10  OT-ID          PIC X(8).
               10  OT-WAIVE-LIMIT PIC S9(5)V99 COMP-3.
       01  LOOKUP-OPER-ID         PIC X(8) VALUE SPACES.
      *
      *    FEE-TABLE -- this account's posted fees off the history,
      *    gathered once per account, the same bounded-table
      *    treatment NSFPROC gives payments.
       01  FEE-CTL.
           05  FEE-COUNT          PIC S9(4) COMP VALUE 0.
           05  FEE-MAX            PIC S9(4) COMP VALUE 200.
       01  FEE-TABLE.
           05  FEE-ENTRY OCCURS 200 TIMES INDEXED BY FE-IDX.
               10  FET-CODE       PIC X(4).
               10  FET-POST-DATE  PIC 9(8).
               10  FET-AMOUNT     PIC S9(7)V99 COMP-3.
       01  FEE-CODE-WK            PIC X(4) VALUE SPACES.
      *
      *    DONE-TABLE -- the fees WAIVLOG shows this account already
      *    waived, with each waiver this run approves added as it
      *    is approved.
       01  DONE-CTL.
           05  DONE-COUNT         PIC S9(4) COMP VALUE 0.
           05  DONE-MAX           PIC S9(4) COMP VALUE 200.
       01  DONE-TABLE.
           05  DONE-ENTRY OCCURS 200 TIMES INDEXED BY DN-IDX.
               10  DNT-CODE       PIC X(4).
               10  DNT-POST-DATE  PIC 9(8).
       01  DONE-KEY-WK.
           05  DONE-CODE-WK       PIC X(4).
           05  DONE-DATE-WK       PIC 9(8).
      *
      *    HELD-TABLE -- the supervisor queue in storage, each
      *    request as its WVRFLDS image with a keep switch; a held
      *    request a supervisor settles tonight is dropped when the
      *    queue is written back.
       01  HELD-CTL.
           05  HELD-COUNT         PIC S9(4) COMP VALUE 0.
           05  HELD-MAX           PIC S9(4) COMP VALUE 1000.
       01  HELD-TABLE.
           05  HELD-ENTRY OCCURS 1000 TIMES INDEXED BY HL-IDX.
               10  HLT-IMAGE      PIC X(80).
               10  HLT-KEEP       PIC X(1).
       01  HELD-FIELDS.
           COPY WVRFLDS REPLACING LEADING ==WVR-== BY ==HLD-==.
      *
       01  GROUP-ACCT-NO          PIC X(8) VALUE SPACES.
       01  TRAN-FIELDS.
           COPY TRANFLDS.
      *
       01  BATCH-CTL-WORK.
           05  BCTL-RECORD-TYPE   PIC X(8).
           05  BCTL-BATCH-ID      PIC X(8).
           05  BCTL-DECL-COUNT    PIC 9(7).
           05  BCTL-DECL-AMOUNT   PIC 9(9)V99.
           05  FILLER             PIC X(16).
      *
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(25) VALUE
               'Fee Waiver Edit Listing'.
           05  FILLER         PIC X(55) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(06) VALUE 'Fee'.
           05  FILLER         PIC X(10) VALUE 'Posted'.
           05  FILLER         PIC X(15) VALUE '       Amount'.
           05  FILLER         PIC X(10) VALUE 'Operator'.
           05  FILLER         PIC X(29) VALUE 'Outcome'.
      *
       01  HEADER-3.
           05  FILLER         PIC X(30) VALUE
               'Held for a Supervisor'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(19) VALUE 'Requests read:     '.
           05  TRL-READ-O     PIC ZZZ,ZZ9.
           05  FILLER         PIC X(13) VALUE '   Approved: '.
           05  TRL-APPROVED-O PIC ZZZ,ZZ9.
           05  FILLER         PIC X(13) VALUE '   Referred: '.
           05  TRL-REFERRED-O PIC ZZZ,ZZ9.
           05  FILLER         PIC X(14) VALUE SPACES.
      *
       01  TRAILER-2.
           05  FILLER         PIC X(19) VALUE 'Declined:          '.
           05  TRL-DECLINED-O PIC ZZZ,ZZ9.
           05  FILLER         PIC X(13) VALUE '   Refused:  '.
           05  TRL-REFUSED-O  PIC ZZZ,ZZ9.
           05  FILLER         PIC X(13) VALUE '   Held:     '.
           05  TRL-HELD-O     PIC ZZZ,ZZ9.
           05  FILLER         PIC X(14) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-OPER-TABLE.
           PERFORM LOAD-HELD-TABLE.
           SORT WAIV-SORT
               ON ASCENDING KEY SRT-W-ACCT-NO
               USING WAIV-IN
               GIVING WAIV-SORTED.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-H-ACCT-NO SRT-H-POST-DATE
               USING TRAN-HIST
               GIVING SORTED-HIST.
           SORT LOG-SORT
               ON ASCENDING KEY SRT-L-ACCT-NO
               USING WAIV-LOG
               GIVING LOG-SORTED.
           OPEN INPUT  WAIV-SORTED.
           OPEN INPUT  SORTED-HIST.
           OPEN INPUT  LOG-SORTED.
           OPEN EXTEND WAIV-LOG.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT PRINT-LINE.
           OPEN EXTEND EXCP-FILE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM READ-HIST.
           PERFORM READ-LOG.
      *
       WORK-REQUESTS.
           PERFORM READ-REQUEST
           PERFORM UNTIL NO-MORE-REQUESTS
               ADD 1 TO REQUESTS-READ
               IF WVR-ACCT-NO NOT = GROUP-ACCT-NO
                   MOVE WVR-ACCT-NO TO GROUP-ACCT-NO
                   PERFORM GATHER-ACCOUNT-FEES
                   PERFORM GATHER-ACCOUNT-WAIVERS
               END-IF
               PERFORM WORK-ONE-REQUEST
               PERFORM READ-REQUEST
           END-PERFORM.
           PERFORM WRITE-BATCH-TRAILER.
           PERFORM WRITE-HELD-QUEUE.
           MOVE REQUESTS-READ    TO TRL-READ-O.
           MOVE WAIVERS-APPROVED TO TRL-APPROVED-O.
           MOVE WAIVERS-REFERRED TO TRL-REFERRED-O.
           MOVE WAIVERS-DECLINED TO TRL-DECLINED-O.
           MOVE REQUESTS-REFUSED TO TRL-REFUSED-O.
           MOVE HELD-CARRIED     TO TRL-HELD-O.
           WRITE PRINT-REC FROM TRAILER-1.
           WRITE PRINT-REC FROM TRAILER-2.
      *
       CLOSE-STOP.
           DISPLAY 'FEEWAIV: REQUESTS READ    = ' REQUESTS-READ.
           DISPLAY 'FEEWAIV: WAIVERS APPROVED = ' WAIVERS-APPROVED.
           DISPLAY 'FEEWAIV: HELD FOR SUPERVISOR = ' WAIVERS-REFERRED.
           DISPLAY 'FEEWAIV: DECLINED         = ' WAIVERS-DECLINED.
           DISPLAY 'FEEWAIV: REQUESTS REFUSED = ' REQUESTS-REFUSED.
           DISPLAY 'FEEWAIV: STILL HELD       = ' HELD-CARRIED.
           IF FEE-TABLE-FULL
               DISPLAY 'FEEWAIV: FEE TABLE FILLED AT 200 -- '
                       'SOME REQUESTS JUDGED ON PARTIAL HISTORY'
           END-IF.
           IF DONE-TABLE-FULL
               DISPLAY 'FEEWAIV: WAIVED TABLE FILLED AT 200 -- '
                       'SOME REQUESTS JUDGED ON PARTIAL LOG'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF HELD-TABLE-FULL
               DISPLAY 'FEEWAIV: SUPERVISOR QUEUE FILLED AT 1000 -- '
                       'EXCESS REFERRALS ON WAIVLOG ONLY'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE WAIV-SORTED.
           CLOSE SORTED-HIST.
           CLOSE LOG-SORTED.
           CLOSE WAIV-LOG.
           CLOSE TRAN-OUT.
           CLOSE PRINT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
       LOAD-OPER-TABLE.
           OPEN INPUT OPER-AUTH.
           PERFORM READ-OPER-AUTH
           PERFORM UNTIL NO-MORE-OPERS
               IF OPR-ID NOT = SPACES
                   AND OPER-COUNT < OPER-MAX
                   ADD 1 TO OPER-COUNT
                   MOVE OPR-ID TO OT-ID(OPER-COUNT)
                   IF OPR-WAIVE-LIMIT NUMERIC
                       MOVE OPR-WAIVE-LIMIT
                           TO OT-WAIVE-LIMIT(OPER-COUNT)
                   ELSE
                       MOVE ZERO TO OT-WAIVE-LIMIT(OPER-COUNT)
                   END-IF
               END-IF
               PERFORM READ-OPER-AUTH
           END-PERFORM.
           CLOSE OPER-AUTH.
      *
       READ-OPER-AUTH.
           READ OPER-AUTH
               AT END SET NO-MORE-OPERS TO TRUE
           END-READ.
      *
      *    FIND-OPERATOR -- LOOKUP-OPER-ID on OPER-TABLE; OP-IDX is
      *    left on the entry found.
       FIND-OPERATOR.
           MOVE 'N' TO OPER-FOUND-FLAG.
           PERFORM VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > OPER-COUNT OR OPER-FOUND
               IF OT-ID(OP-IDX) = LOOKUP-OPER-ID
                   SET OPER-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF OPER-FOUND
               SET OP-IDX DOWN BY 1
           END-IF.
      *
      *    LOAD-HELD-TABLE -- yesterday's supervisor queue, every
      *    request on it kept until a supervisor settles it.
       LOAD-HELD-TABLE.
           OPEN INPUT SUPV-IN.
           PERFORM READ-SUPV
           PERFORM UNTIL NO-MORE-SUPV
               IF HELD-COUNT < HELD-MAX
                   ADD 1 TO HELD-COUNT
                   MOVE SUPV-IN-REC TO HLT-IMAGE(HELD-COUNT)
                   MOVE 'Y'         TO HLT-KEEP(HELD-COUNT)
               ELSE
                   SET HELD-TABLE-FULL TO TRUE
               END-IF
               PERFORM READ-SUPV
           END-PERFORM.
           CLOSE SUPV-IN.
      *
       READ-SUPV.
           READ SUPV-IN
               AT END SET NO-MORE-SUPV TO TRUE
           END-READ.
      *
       READ-REQUEST.
           READ WAIV-SORTED
               AT END SET NO-MORE-REQUESTS TO TRUE
           END-READ.
      *
       READ-HIST.
           READ SORTED-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
       READ-LOG.
           READ LOG-SORTED
               AT END SET NO-MORE-LOG TO TRUE
           END-READ.
      *
      *    GATHER-ACCOUNT-FEES -- positions the sorted history at
      *    this request's account and collects its posted fees:
      *    type 'C' items under a fee code, or on history older
      *    than the codes, under a fee comment.
       GATHER-ACCOUNT-FEES.
           MOVE ZERO TO FEE-COUNT.
           PERFORM UNTIL NO-MORE-HIST
               OR HIST-ACCT-NO >= GROUP-ACCT-NO
               PERFORM READ-HIST
           END-PERFORM.
           PERFORM UNTIL NO-MORE-HIST
               OR HIST-ACCT-NO > GROUP-ACCT-NO
               IF HIST-CREDIT
                   PERFORM NAME-THE-FEE
                   IF FEE-CODE-WK NOT = SPACES
                       IF FEE-COUNT < FEE-MAX
                           ADD 1 TO FEE-COUNT
                           MOVE FEE-CODE-WK TO FET-CODE(FEE-COUNT)
                           MOVE HIST-POST-DATE
                               TO FET-POST-DATE(FEE-COUNT)
                           MOVE HIST-AMOUNT TO FET-AMOUNT(FEE-COUNT)
                       ELSE
                           SET FEE-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
      *
       NAME-THE-FEE.
           MOVE SPACES TO FEE-CODE-WK.
           EVALUATE TRUE
               WHEN HIST-TRAN-CODE = 'OLFE' OR 'NSFF' OR 'DMFE'
                   MOVE HIST-TRAN-CODE TO FEE-CODE-WK
               WHEN HIST-TRAN-CODE NOT = SPACES
                   CONTINUE
               WHEN HIST-COMMENT = 'OVERLIMIT FEE'
                   MOVE 'OLFE' TO FEE-CODE-WK
               WHEN HIST-COMMENT = 'NSF FEE'
                   MOVE 'NSFF' TO FEE-CODE-WK
               WHEN HIST-COMMENT = 'DORMANCY FEE'
                   MOVE 'DMFE' TO FEE-CODE-WK
           END-EVALUATE.
      *
      *    GATHER-ACCOUNT-WAIVERS -- positions the sorted log at
      *    this account and collects the fees it shows waived.
       GATHER-ACCOUNT-WAIVERS.
           MOVE ZERO TO DONE-COUNT.
           PERFORM UNTIL NO-MORE-LOG
               OR WLG-ACCT-NO >= GROUP-ACCT-NO
               PERFORM READ-LOG
           END-PERFORM.
           PERFORM UNTIL NO-MORE-LOG
               OR WLG-ACCT-NO > GROUP-ACCT-NO
               IF WLG-APPROVED
                   MOVE WLG-FEE-CODE      TO DONE-CODE-WK
                   MOVE WLG-FEE-POST-DATE TO DONE-DATE-WK
                   PERFORM ADD-DONE-ENTRY
               END-IF
               PERFORM READ-LOG
           END-PERFORM.
      *
       ADD-DONE-ENTRY.
           IF DONE-COUNT < DONE-MAX
               ADD 1 TO DONE-COUNT
               MOVE DONE-CODE-WK TO DNT-CODE(DONE-COUNT)
               MOVE DONE-DATE-WK TO DNT-POST-DATE(DONE-COUNT)
           ELSE
               SET DONE-TABLE-FULL TO TRUE
           END-IF.
      *
      *    WORK-ONE-REQUEST -- the tests in order; the first one
      *    failed refuses the request, and one that passes them all
      *    is waived, held or declined as the operator's authority
      *    and the action say.
       WORK-ONE-REQUEST.
           MOVE ZERO             TO WVR-AMOUNT.
           MOVE SPACES           TO WVR-STATUS.
           MOVE CURRENT-DATE-NUM TO WVR-RUN-DATE.
           MOVE SPACES           TO WVR-REJECT-CODE.
           MOVE WVR-OPER-ID      TO LOOKUP-OPER-ID.
           PERFORM FIND-OPERATOR.
           PERFORM FIND-THE-FEE.
           PERFORM FIND-HELD-REQUEST.
           EVALUATE TRUE
               WHEN NOT WVR-WAIVE AND NOT WVR-DECLINE
                   MOVE 'H001' TO EXCP-CODE-WK
                   MOVE 'ACTION NOT W OR D' TO WVL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN WVR-OPER-ID = SPACES OR NOT OPER-FOUND
                   MOVE 'H002' TO EXCP-CODE-WK
                   MOVE 'OPERATOR NOT ON OPERAUTH' TO WVL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN NOT WVR-WAIVABLE-FEE
                   MOVE 'H003' TO EXCP-CODE-WK
                   MOVE 'NOT A WAIVABLE FEE' TO WVL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN NOT FEE-FOUND
                   MOVE 'H004' TO EXCP-CODE-WK
                   MOVE 'NO SUCH POSTED FEE' TO WVL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN FEE-ALREADY-WAIVED
                   MOVE 'H005' TO EXCP-CODE-WK
                   MOVE 'FEE ALREADY WAIVED' TO WVL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN WVR-DECLINE AND NOT HELD-FOUND
                   MOVE 'H006' TO EXCP-CODE-WK
                   MOVE 'NOTHING HELD TO DECLINE' TO WVL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN WVR-DECLINE
                   AND WVR-AMOUNT > OT-WAIVE-LIMIT(OP-IDX)
                   MOVE 'H007' TO EXCP-CODE-WK
                   MOVE 'DECLINER LACKS AUTHORITY' TO WVL-OUTCOME-O
                   PERFORM REFUSE-THE-REQUEST
               WHEN WVR-DECLINE
                   PERFORM DECLINE-THE-WAIVER
               WHEN WVR-AMOUNT > OT-WAIVE-LIMIT(OP-IDX)
                   PERFORM HOLD-FOR-SUPERVISOR
               WHEN OTHER
                   PERFORM APPROVE-THE-WAIVER
           END-EVALUATE.
           WRITE WAIV-LOG-REC FROM WAIV-FIELDS.
      *
      *    FIND-THE-FEE -- the request's fee on this account's
      *    history, its amount taken into the request, and whether
      *    the log already shows it waived.
       FIND-THE-FEE.
           MOVE 'N' TO FEE-FOUND-FLAG.
           MOVE 'N' TO WAIVED-FLAG.
           PERFORM VARYING FE-IDX FROM 1 BY 1
               UNTIL FE-IDX > FEE-COUNT OR FEE-FOUND
               IF FET-CODE(FE-IDX) = WVR-FEE-CODE
                   AND FET-POST-DATE(FE-IDX) = WVR-FEE-POST-DATE
                   SET FEE-FOUND TO TRUE
                   MOVE FET-AMOUNT(FE-IDX) TO WVR-AMOUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING DN-IDX FROM 1 BY 1
               UNTIL DN-IDX > DONE-COUNT OR FEE-ALREADY-WAIVED
               IF DNT-CODE(DN-IDX) = WVR-FEE-CODE
                   AND DNT-POST-DATE(DN-IDX) = WVR-FEE-POST-DATE
                   SET FEE-ALREADY-WAIVED TO TRUE
               END-IF
           END-PERFORM.
      *
      *    FIND-HELD-REQUEST -- the same fee still held on the
      *    supervisor queue; HL-IDX is left on its slot.
       FIND-HELD-REQUEST.
           MOVE 'N' TO HELD-FOUND-FLAG.
           PERFORM VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > HELD-COUNT OR HELD-FOUND
               MOVE HLT-IMAGE(HL-IDX) TO HELD-FIELDS
               IF HLT-KEEP(HL-IDX) = 'Y'
                   AND HLD-ACCT-NO = WVR-ACCT-NO
                   AND HLD-FEE-CODE = WVR-FEE-CODE
                   AND HLD-FEE-POST-DATE = WVR-FEE-POST-DATE
                   SET HELD-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF HELD-FOUND
               SET HL-IDX DOWN BY 1
           END-IF.
      *
      *    APPROVE-THE-WAIVER -- the whole fee back as a type 'D'
      *    credit under the approving operator's ID; a request held
      *    for this fee is settled by it.
       APPROVE-THE-WAIVER.
           ADD 1 TO WAIVERS-APPROVED.
           SET WVR-APPROVED TO TRUE.
           MOVE SPACES          TO TRAN-FIELDS.
           MOVE WVR-ACCT-NO     TO TRAN-ACCT-NO.
           MOVE 'D'             TO TRAN-TYPE.
           MOVE WVR-AMOUNT      TO TRAN-AMOUNT.
           MOVE 'FEE WAIVER'    TO TRAN-COMMENT.
           MOVE 'FWAV'          TO TRAN-CODE.
           MOVE WVR-OPER-ID     TO TRAN-OPER-ID.
           PERFORM WRITE-BATCH-DETAIL.
           MOVE WVR-FEE-CODE      TO DONE-CODE-WK.
           MOVE WVR-FEE-POST-DATE TO DONE-DATE-WK.
           PERFORM ADD-DONE-ENTRY.
           IF HELD-FOUND
               MOVE 'N' TO HLT-KEEP(HL-IDX)
               MOVE 'WAIVED -- HELD REQUEST CLEARED'
                   TO WVL-OUTCOME-O
           ELSE
               MOVE 'WAIVED' TO WVL-OUTCOME-O
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
      *    HOLD-FOR-SUPERVISOR -- over the operator's authority: the
      *    request joins the supervisor queue, once.
       HOLD-FOR-SUPERVISOR.
           ADD 1 TO WAIVERS-REFERRED.
           SET WVR-REFERRED TO TRUE.
           IF HELD-FOUND
               MOVE 'ALREADY HELD FOR SUPERVISOR' TO WVL-OUTCOME-O
           ELSE
               IF HELD-COUNT < HELD-MAX
                   ADD 1 TO HELD-COUNT
                   MOVE WAIV-FIELDS TO HLT-IMAGE(HELD-COUNT)
                   MOVE 'Y'         TO HLT-KEEP(HELD-COUNT)
               ELSE
                   SET HELD-TABLE-FULL TO TRUE
               END-IF
               MOVE 'OVER LIMIT -- TO SUPERVISOR' TO WVL-OUTCOME-O
           END-IF.
           PERFORM WRITE-REPORT-LINE.
      *
       DECLINE-THE-WAIVER.
           ADD 1 TO WAIVERS-DECLINED.
           SET WVR-DECLINED TO TRUE.
           MOVE 'N' TO HLT-KEEP(HL-IDX).
           MOVE 'DECLINED BY SUPERVISOR' TO WVL-OUTCOME-O.
           PERFORM WRITE-REPORT-LINE.
      *
       REFUSE-THE-REQUEST.
           ADD 1 TO REQUESTS-REFUSED.
           SET WVR-REJECTED TO TRUE.
           MOVE EXCP-CODE-WK TO WVR-REJECT-CODE.
           PERFORM WRITE-EXCEPTION.
           PERFORM WRITE-REPORT-LINE.
      *
       WRITE-BATCH-DETAIL.
           MOVE WS-CURRENT-YEAR  TO TRAN-DATE-YR.
           MOVE WS-CURRENT-MONTH TO TRAN-DATE-MO.
           MOVE WS-CURRENT-DAY   TO TRAN-DATE-DAY.
           WRITE TRAN-OUT-REC FROM TRAN-FIELDS.
           ADD 1           TO BATCH-DETAIL-COUNT.
           ADD TRAN-AMOUNT TO BATCH-AMOUNT.
      *
       WRITE-BATCH-HEADER.
           MOVE SPACES     TO BATCH-CTL-WORK.
           MOVE 'BATCHHDR' TO BCTL-RECORD-TYPE.
           PERFORM SET-BATCH-ID.
           MOVE ZERO       TO BCTL-DECL-COUNT.
           MOVE ZERO       TO BCTL-DECL-AMOUNT.
           WRITE TRAN-OUT-REC FROM BATCH-CTL-WORK(1:50).
      *
       WRITE-BATCH-TRAILER.
           MOVE SPACES             TO BATCH-CTL-WORK.
           MOVE 'BATCHTRL'         TO BCTL-RECORD-TYPE.
           PERFORM SET-BATCH-ID.
           MOVE BATCH-DETAIL-COUNT TO BCTL-DECL-COUNT.
           MOVE BATCH-AMOUNT       TO BCTL-DECL-AMOUNT.
           WRITE TRAN-OUT-REC FROM BATCH-CTL-WORK(1:50).
      *
       SET-BATCH-ID.
           MOVE 'FW'                  TO BCTL-BATCH-ID(1:2).
           MOVE CURRENT-DATE-NUM(3:6) TO BCTL-BATCH-ID(3:6).
      *
      *    WRITE-HELD-QUEUE -- the requests still waiting go back out
      *    on SUPVOUT and are listed for the supervisors.
       WRITE-HELD-QUEUE.
           OPEN OUTPUT SUPV-OUT.
           WRITE PRINT-REC FROM HEADER-3.
           PERFORM VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > HELD-COUNT
               IF HLT-KEEP(HL-IDX) = 'Y'
                   ADD 1 TO HELD-CARRIED
                   WRITE SUPV-OUT-REC FROM HLT-IMAGE(HL-IDX)
                   MOVE HLT-IMAGE(HL-IDX) TO HELD-FIELDS
                   MOVE HLD-ACCT-NO       TO WVL-ACCT-NO-O
                   MOVE HLD-FEE-CODE      TO WVL-FEE-CODE-O
                   MOVE HLD-FEE-POST-DATE TO WVL-FEE-DATE-O
                   MOVE HLD-AMOUNT        TO WVL-AMOUNT-O
                   MOVE HLD-OPER-ID       TO WVL-OPER-ID-O
                   MOVE HLD-REASON        TO WVL-OUTCOME-O
                   WRITE PRINT-REC
               END-IF
           END-PERFORM.
           CLOSE SUPV-OUT.
      *
       WRITE-REPORT-LINE.
           MOVE WVR-ACCT-NO       TO WVL-ACCT-NO-O.
           MOVE WVR-FEE-CODE      TO WVL-FEE-CODE-O.
           MOVE WVR-FEE-POST-DATE TO WVL-FEE-DATE-O.
           MOVE WVR-AMOUNT        TO WVL-AMOUNT-O.
           MOVE WVR-OPER-ID       TO WVL-OPER-ID-O.
           WRITE PRINT-REC.
      *
       WRITE-EXCEPTION.
           MOVE SPACES            TO EXCP-FIELDS.
           MOVE 'FEEWAIV '        TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM  TO EXCP-RUN-DATE.
           MOVE WVR-ACCT-NO       TO EXCP-KEY.
           MOVE EXCP-CODE-WK      TO EXCP-REASON-CODE.
           MOVE WAIV-FIELDS(1:80) TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
      *
