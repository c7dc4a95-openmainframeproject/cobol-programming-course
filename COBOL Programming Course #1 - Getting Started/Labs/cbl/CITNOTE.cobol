      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CITNOTE.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    CITNOTE is the change-in-terms notice run.  A customer
      *    must have written notice of a rate or fee increase 45
      *    days before it takes effect, so this run is made as soon
      *    as a RATECTL entry or a PRODCAT fee change is loaded, and
      *    produces the letter extract (CITEXT, for the letter
      *    vendor, in the same no-editing shape as REPRICE's
      *    NOTICEXT) and a record of each notice sent on the notice
      *    file (CITNOTES, per CITFLDS).  CITNOTES is a generation
      *    file: every earlier notice is carried forward from (0)
      *    to (+1) with the new ones added, so it is the standing
      *    proof of what was sent and when.
      *
      *    RATE NOTICES.  Every RATECTL entry not yet effective is
      *    a pending change.  An ACTIVE account is selected by the
      *    same criteria REPRICE applies -- state, limit band, the
      *    first matching entry in file order winning, variable-rate
      *    accounts (PRICEF) passed by -- worked out as REPRICE will
      *    see the file on the entry's effective date: an earlier
      *    entry that also selects the account, and is effective by
      *    then, takes the account instead.  Only an increase over
      *    the account's INT-RATE today is noticed.  A notice sent
      *    fewer than 45 days before its effective date is still
      *    sent, but listed LATE: REPRICE will refuse that raise.
      *
      *    FEE NOTICES.  PRODCAT is compared with the catalog as it
      *    stood at the last clean notice run (PRODBASE, copied
      *    forward by the job after every clean run).  A product
      *    whose overlimit or dormancy fee, as the account actually
      *    pays it -- the product's amount, or the flat FEESCHED
      *    amount where the product states none -- has gone up is
      *    noticed to every ACTIVE account PRODXREF assigns to it,
      *    effective 45 days from today.  FEEASSES charges the old
      *    amounts until then, and charges nothing above PRODBASE's
      *    for a change this run has not yet seen.
      *
      *    A notice already on CITNOTES for the same change is not
      *    sent twice, so the run may be repeated.  A variable-rate,
      *    product-account or notice table too small for its file
      *    would let accounts go un-noticed, so the run is refused
      *    with RC 8 before any notice is sent; the notices already
      *    on file are still carried forward, so the new generation
      *    is never short of them.  Late notices end the run RC 4.
      *    The run logs to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT RATE-CTL     ASSIGN TO RATECTL.
           SELECT PRICE-FILE   ASSIGN TO PRICEF.
           SELECT PROD-CAT     ASSIGN TO PRODCAT.
           SELECT PROD-BASE    ASSIGN TO PRODBASE.
           SELECT PROD-XREF    ASSIGN TO PRODXREF.
           SELECT FEE-SCHED    ASSIGN TO FEESCHED.
           SELECT NOTICE-IN    ASSIGN TO NOTICEIN.
           SELECT NOTICE-OUT   ASSIGN TO NOTICEOT.
           SELECT LETTER-EXT   ASSIGN TO CITEXT.
           SELECT PRINT-LINE   ASSIGN TO CITRPT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    RATE-CTL -- REPRICE's rate-change control file, in
      *    REPRICE's layout.
       FD  RATE-CTL RECORDING MODE F.
       01  RATE-CTL-REC.
           05  RC-EFFECTIVE-DATE  PIC 9(8).
           05  RC-NEW-RATE        PIC 9V999.
           05  RC-SEL-STATE       PIC X(15).
           05  RC-SEL-MIN-LIMIT   PIC 9(7)V99.
           05  RC-SEL-MAX-LIMIT   PIC 9(7)V99.
           05  FILLER             PIC X(35).
      *
       FD  PRICE-FILE RECORDING MODE F.
       01  PRICE-FIELDS.
           COPY PRCFLDS.
      *
      *    PROD-CAT/PROD-BASE -- the catalog now, and as it stood
      *    at the last clean notice run; both PRDFLDS.
       FD  PROD-CAT RECORDING MODE F.
       01  PROD-FIELDS.
           COPY PRDFLDS.
      *
       FD  PROD-BASE RECORDING MODE F.
       01  BASE-FIELDS.
           COPY PRDFLDS REPLACING LEADING ==PRD-== BY ==PRB-==.
      *
       FD  PROD-XREF RECORDING MODE F.
       01  XREF-FIELDS.
           COPY PXRFLDS.
      *
       FD  FEE-SCHED RECORDING MODE F.
       01  FEE-SCHED-REC.
           05  FS-FEE-CODE        PIC X(2).
           05  FS-FEE-AMOUNT      PIC 9(5)V99.
           05  FILLER             PIC X(71).
      *
      *    NOTICE-IN/NOTICE-OUT -- the notice file (CITFLDS), read
      *    at (0) and carried forward to (+1).
       FD  NOTICE-IN RECORDING MODE F.
       01  NOTICE-IN-FIELDS.
           COPY CITFLDS REPLACING LEADING ==CIT-== BY ==CTI-==.
      *
       FD  NOTICE-OUT RECORDING MODE F.
       01  NOTICE-FIELDS.
           COPY CITFLDS.
      *
      *    LETTER-EXT -- one fixed-width letter record per notice
      *    for the letter vendor: plain pictures, no report editing.
       FD  LETTER-EXT RECORDING MODE F.
       01  LETTER-FIELDS.
           05  CTX-ACCT-NO        PIC X(08).
           05  CTX-LAST-NAME      PIC X(20).
           05  CTX-FIRST-NAME     PIC X(15).
           05  CTX-ADDR-LINE      PIC X(25).
           05  CTX-CITY           PIC X(20).
           05  CTX-STATE          PIC X(15).
           05  CTX-ZIP            PIC X(05).
           05  CTX-NOTICE-TYPE    PIC X(01).
           05  CTX-EFF-DATE       PIC 9(8).
           05  CTX-OLD-RATE       PIC 9V999.
           05  CTX-NEW-RATE       PIC 9V999.
           05  CTX-PRODUCT-CODE   PIC X(04).
           05  CTX-OLD-OL-FEE     PIC 9(5)V99.
           05  CTX-NEW-OL-FEE     PIC 9(5)V99.
           05  CTX-OLD-DM-FEE     PIC 9(5)V99.
           05  CTX-NEW-DM-FEE     PIC 9(5)V99.
           05  FILLER             PIC X(03).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  CNR-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  CNR-TYPE-O         PIC X(4).
           05  FILLER             PIC X(02).
           05  CNR-EFF-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02).
           05  CNR-TERMS-O        PIC X(40).
           05  CNR-RATE-TERMS-O REDEFINES CNR-TERMS-O.
               10  CNR-OLD-RATE-O     PIC Z.999.
               10  FILLER             PIC X(01).
               10  CNR-NEW-RATE-O     PIC Z.999.
               10  FILLER             PIC X(29).
           05  CNR-FEE-TERMS-O REDEFINES CNR-TERMS-O.
               10  CNR-PRODUCT-O      PIC X(4).
               10  FILLER             PIC X(01).
               10  CNR-OLD-OL-O       PIC ZZZZ9.99.
               10  FILLER             PIC X(01).
               10  CNR-NEW-OL-O       PIC ZZZZ9.99.
               10  FILLER             PIC X(01).
               10  CNR-OLD-DM-O       PIC ZZZZ9.99.
               10  FILLER             PIC X(01).
               10  CNR-NEW-DM-O       PIC ZZZZ9.99.
           05  FILLER             PIC X(02).
           05  CNR-NOTE-O         PIC X(12).
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  RATE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RATES      VALUE 'Y'.
           05  PRICE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-PRICES     VALUE 'Y'.
           05  PCAT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PCAT       VALUE 'Y'.
           05  PBAS-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PBAS       VALUE 'Y'.
           05  PXRF-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PXRF       VALUE 'Y'.
           05  SCHED-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-SCHED      VALUE 'Y'.
           05  NOTICE-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-NOTICES    VALUE 'Y'.
           05  TABLE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  A-TABLE-IS-FULL    VALUE 'Y'.
           05  VARIABLE-FLAG      PIC X VALUE 'N'.
               88  ACCOUNT-VARIABLE   VALUE 'Y'.
           05  SELECTS-FLAG       PIC X VALUE 'N'.
               88  ENTRY-SELECTS      VALUE 'Y'.
           05  TAKEN-EARLIER-FLAG PIC X VALUE 'N'.
               88  TAKEN-EARLIER      VALUE 'Y'.
           05  ALREADY-SENT-FLAG  PIC X VALUE 'N'.
               88  ALREADY-SENT       VALUE 'Y'.
           05  BASE-FOUND-FLAG    PIC X VALUE 'N'.
               88  BASE-FOUND         VALUE 'Y'.
      *
       01  NOTICE-COUNTS.
           05  RECS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  RATE-NOTICES       PIC S9(7) COMP-3 VALUE ZERO.
           05  FEE-NOTICES        PIC S9(7) COMP-3 VALUE ZERO.
           05  LATE-NOTICES       PIC S9(7) COMP-3 VALUE ZERO.
           05  ALREADY-NOTICED    PIC S9(7) COMP-3 VALUE ZERO.
           05  NOTICES-CARRIED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-PENDING    PIC S9(3) COMP-3 VALUE ZERO.
           05  CHANGES-BAD        PIC S9(3) COMP-3 VALUE ZERO.
           05  PRODUCTS-CHANGED   PIC S9(3) COMP-3 VALUE ZERO.
      *
      *    FEE-CONTROL -- the flat FEESCHED amounts, which an
      *    account pays where its product states no fee.
       01  FEE-CONTROL.
           05  OL-FEE-AMOUNT      PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  DM-FEE-AMOUNT      PIC S9(5)V99 COMP-3 VALUE ZERO.
      *
      *    RATE-TABLE -- every valid RATECTL entry in file order,
      *    effective or not: an entry already in effect can still
      *    take an account ahead of a pending one.
       01  RATE-CTL-WORK.
           05  RATE-COUNT         PIC S9(4) COMP VALUE 0.
           05  RATE-MAX           PIC S9(4) COMP VALUE 50.
           05  RATE-SUB           PIC S9(4) COMP VALUE 0.
           05  EARLY-SUB          PIC S9(4) COMP VALUE 0.
           05  TEST-SUB           PIC S9(4) COMP VALUE 0.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 50 TIMES.
               10  RTE-EFF-DATE   PIC 9(8).
               10  RTE-NEW-RATE   PIC S9V999 COMP-3.
               10  RTE-SEL-STATE  PIC X(15).
               10  RTE-MIN-LIMIT  PIC S9(7)V99 COMP-3.
               10  RTE-MAX-LIMIT  PIC S9(7)V99 COMP-3.
      *
      *    VARB-TABLE -- the accounts PRICEF marks variable.
       01  VARB-CTL.
           05  VARB-COUNT         PIC S9(4) COMP VALUE 0.
           05  VARB-MAX           PIC S9(4) COMP VALUE 5000.
       01  VARB-TABLE.
           05  VARB-ENTRY OCCURS 5000 TIMES INDEXED BY VR-IDX.
               10  VRT-ACCT-NO    PIC X(8).
      *
      *    BASE-TABLE/CHANGE-TABLE -- the last noticed catalog, and
      *    the products whose fees as paid have gone up since.
       01  BASE-CTL.
           05  BASE-COUNT         PIC S9(4) COMP VALUE 0.
           05  BASE-MAX           PIC S9(4) COMP VALUE 50.
       01  BASE-TABLE.
           05  BASE-ENTRY OCCURS 50 TIMES INDEXED BY BS-IDX.
               10  BST-CODE       PIC X(4).
               10  BST-OL-FEE     PIC S9(5)V99 COMP-3.
               10  BST-DM-FEE     PIC S9(5)V99 COMP-3.
       01  CHANGE-CTL.
           05  CHANGE-COUNT       PIC S9(4) COMP VALUE 0.
           05  CHANGE-MAX         PIC S9(4) COMP VALUE 50.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY OCCURS 50 TIMES INDEXED BY CH-IDX.
               10  CHT-CODE       PIC X(4).
               10  CHT-OLD-OL     PIC S9(5)V99 COMP-3.
               10  CHT-NEW-OL     PIC S9(5)V99 COMP-3.
               10  CHT-OLD-DM     PIC S9(5)V99 COMP-3.
               10  CHT-NEW-DM     PIC S9(5)V99 COMP-3.
       01  FEE-PAID-WORK.
           05  OLD-OL-PAID        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  NEW-OL-PAID        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  OLD-DM-PAID        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  NEW-DM-PAID        PIC S9(5)V99 COMP-3 VALUE ZERO.
      *
      *    PXA-TABLE -- the accounts assigned to a changed product,
      *    with the change they are to be noticed of.
       01  PXA-CTL.
           05  PXA-COUNT          PIC S9(4) COMP VALUE 0.
           05  PXA-MAX            PIC S9(4) COMP VALUE 5000.
       01  PXA-TABLE.
           05  PXA-ENTRY OCCURS 5000 TIMES INDEXED BY PA-IDX.
               10  PXA-ACCT-NO    PIC X(8).
               10  PXA-CHANGE-NO  PIC S9(4) COMP.
      *
      *    SENT-TABLE -- the notices on CITNOTES not yet effective,
      *    so the same change is never noticed twice.
       01  SENT-CTL.
           05  SENT-COUNT         PIC S9(4) COMP VALUE 0.
           05  SENT-MAX           PIC S9(4) COMP VALUE 5000.
       01  SENT-TABLE.
           05  SENT-ENTRY OCCURS 5000 TIMES INDEXED BY SN-IDX.
               10  SNT-ACCT-NO    PIC X(8).
               10  SNT-TYPE       PIC X(1).
               10  SNT-EFF-DATE   PIC 9(8).
               10  SNT-NEW-RATE   PIC S9V999 COMP-3.
               10  SNT-PRODUCT    PIC X(4).
               10  SNT-NEW-OL     PIC S9(5)V99 COMP-3.
               10  SNT-NEW-DM     PIC S9(5)V99 COMP-3.
      *
       01  NOTICE-DATE-WORK.
           05  TODAY-INT          PIC S9(9) COMP VALUE ZERO.
           05  FEE-EFF-DATE       PIC 9(8) VALUE ZERO.
           05  DAYS-OF-NOTICE     PIC S9(9) COMP VALUE ZERO.
           05  NOTICE-DAYS-REQ    PIC S9(4) COMP VALUE +45.
      *
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(29) VALUE
               'Change-in-Terms Notice Run'.
           05  FILLER         PIC X(51) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(06) VALUE 'Type'.
           05  FILLER         PIC X(10) VALUE 'Effective'.
           05  FILLER         PIC X(42) VALUE
               'Old/new rate, or product old/new OL and DM'.
           05  FILLER         PIC X(12) VALUE 'Note'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           COMPUTE FEE-EFF-DATE =
               FUNCTION DATE-OF-INTEGER(TODAY-INT + NOTICE-DAYS-REQ).
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-RATE-CHANGES.
           PERFORM LOAD-PRODUCT-CHANGES.
           PERFORM LOAD-VARIABLE-ACCOUNTS.
           PERFORM LOAD-PRODUCT-ACCOUNTS.
           PERFORM LOAD-PENDING-NOTICES.
           IF A-TABLE-IS-FULL
               DISPLAY 'CITNOTE: A FILE WILL NOT FIT ITS TABLE -- '
                       'RUN REFUSED, NO NOTICES SENT'
               PERFORM CARRY-PRIOR-NOTICES
               CLOSE NOTICE-OUT
               OPEN OUTPUT LETTER-EXT
               CLOSE LETTER-EXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CHANGES-PENDING = ZERO AND CHANGE-COUNT = ZERO
               DISPLAY 'CITNOTE: NO PENDING RATE OR FEE INCREASE -- '
                       'NO NOTICES DUE'
           END-IF.
           PERFORM CARRY-PRIOR-NOTICES.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT LETTER-EXT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       NOTICE-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF ACCOUNT-ACTIVE
                   PERFORM CHECK-VARIABLE-ACCOUNT
                   IF NOT ACCOUNT-VARIABLE
                       PERFORM VARYING RATE-SUB FROM 1 BY 1
                           UNTIL RATE-SUB > RATE-COUNT
                           IF RTE-EFF-DATE(RATE-SUB) > CURRENT-DATE-NUM
                               PERFORM CHECK-RATE-NOTICE
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM CHECK-FEE-NOTICE
               END-IF
               PERFORM READ-RECORD
           END-PERFORM.
      *
       CLOSE-STOP.
           DISPLAY 'CITNOTE: RECORDS READ     = ' RECS-READ.
           DISPLAY 'CITNOTE: RATE CHANGES PENDING = ' CHANGES-PENDING.
           DISPLAY 'CITNOTE: PRODUCTS CHANGED = ' PRODUCTS-CHANGED.
           DISPLAY 'CITNOTE: RATE NOTICES     = ' RATE-NOTICES.
           DISPLAY 'CITNOTE: FEE NOTICES      = ' FEE-NOTICES.
           DISPLAY 'CITNOTE: LATE NOTICES     = ' LATE-NOTICES.
           DISPLAY 'CITNOTE: ALREADY NOTICED  = ' ALREADY-NOTICED.
           DISPLAY 'CITNOTE: NOTICES CARRIED  = ' NOTICES-CARRIED.
           DISPLAY 'CITNOTE: CHANGES REJECTED = ' CHANGES-BAD.
           IF LATE-NOTICES > ZERO
               DISPLAY 'CITNOTE: NOTICES LISTED LATE GIVE FEWER THAN '
                       '45 DAYS -- REPRICE WILL REFUSE THOSE RAISES'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE NOTICE-OUT.
           CLOSE LETTER-EXT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-RECORD.
           READ ACCT-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF LASTREC NOT = 'Y'
               ADD 1 TO RECS-READ
           END-IF.
      *
      *    LOAD-FEE-SCHEDULE -- the flat amounts, as FEEASSES loads
      *    them; other fee codes are FEEASSES's business.
       LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHED.
           PERFORM READ-SCHED
           PERFORM UNTIL NO-MORE-SCHED
               EVALUATE TRUE
                   WHEN FS-FEE-CODE = 'OL' AND FS-FEE-AMOUNT NUMERIC
                       MOVE FS-FEE-AMOUNT TO OL-FEE-AMOUNT
                   WHEN FS-FEE-CODE = 'DM' AND FS-FEE-AMOUNT NUMERIC
                       MOVE FS-FEE-AMOUNT TO DM-FEE-AMOUNT
               END-EVALUATE
               PERFORM READ-SCHED
           END-PERFORM.
           CLOSE FEE-SCHED.
      *
       READ-SCHED.
           READ FEE-SCHED
               AT END SET NO-MORE-SCHED TO TRUE
           END-READ.
      *
      *    LOAD-RATE-CHANGES -- REPRICE's validation: a bad date or
      *    rate is reported and dropped.
       LOAD-RATE-CHANGES.
           OPEN INPUT RATE-CTL.
           PERFORM READ-RATE-CHANGE
           PERFORM UNTIL NO-MORE-RATES
               EVALUATE TRUE
                   WHEN RC-EFFECTIVE-DATE NOT NUMERIC
                       OR RC-NEW-RATE NOT NUMERIC
                       OR RC-EFFECTIVE-DATE = ZERO
                       ADD 1 TO CHANGES-BAD
                       DISPLAY 'CITNOTE: CONTROL ENTRY DATE OR RATE '
                               'BAD -- DROPPED'
                   WHEN RATE-COUNT >= RATE-MAX
                       SET A-TABLE-IS-FULL TO TRUE
                   WHEN OTHER
                       ADD 1 TO RATE-COUNT
                       IF RC-EFFECTIVE-DATE > CURRENT-DATE-NUM
                           ADD 1 TO CHANGES-PENDING
                       END-IF
                       MOVE RC-EFFECTIVE-DATE
                           TO RTE-EFF-DATE(RATE-COUNT)
                       MOVE RC-NEW-RATE
                           TO RTE-NEW-RATE(RATE-COUNT)
                       MOVE RC-SEL-STATE
                           TO RTE-SEL-STATE(RATE-COUNT)
                       IF RC-SEL-MIN-LIMIT NUMERIC
                           MOVE RC-SEL-MIN-LIMIT
                               TO RTE-MIN-LIMIT(RATE-COUNT)
                       ELSE
                           MOVE ZERO TO RTE-MIN-LIMIT(RATE-COUNT)
                       END-IF
                       IF RC-SEL-MAX-LIMIT NUMERIC
                           MOVE RC-SEL-MAX-LIMIT
                               TO RTE-MAX-LIMIT(RATE-COUNT)
                       ELSE
                           MOVE ZERO TO RTE-MAX-LIMIT(RATE-COUNT)
                       END-IF
               END-EVALUATE
               PERFORM READ-RATE-CHANGE
           END-PERFORM.
           CLOSE RATE-CTL.
      *
       READ-RATE-CHANGE.
           READ RATE-CTL
               AT END SET NO-MORE-RATES TO TRUE
           END-READ.
      *
      *    LOAD-PRODUCT-CHANGES -- each product on both catalogs is
      *    compared at the fees its accounts actually pay; a new
      *    product has no customers on old terms to notice.
       LOAD-PRODUCT-CHANGES.
           OPEN INPUT PROD-BASE.
           PERFORM READ-PBAS
           PERFORM UNTIL NO-MORE-PBAS
               IF PRB-PRODUCT-CODE NOT = SPACES
                   AND PRB-OL-FEE NUMERIC
                   AND PRB-DM-FEE NUMERIC
                   IF BASE-COUNT < BASE-MAX
                       ADD 1 TO BASE-COUNT
                       MOVE PRB-PRODUCT-CODE TO BST-CODE(BASE-COUNT)
                       MOVE PRB-OL-FEE       TO BST-OL-FEE(BASE-COUNT)
                       MOVE PRB-DM-FEE       TO BST-DM-FEE(BASE-COUNT)
                   ELSE
                       SET A-TABLE-IS-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-PBAS
           END-PERFORM.
           CLOSE PROD-BASE.
           OPEN INPUT PROD-CAT.
           PERFORM READ-PCAT
           PERFORM UNTIL NO-MORE-PCAT
               IF PRD-PRODUCT-CODE NOT = SPACES
                   AND PRD-OL-FEE NUMERIC
                   AND PRD-DM-FEE NUMERIC
                   PERFORM COMPARE-ONE-PRODUCT
               END-IF
               PERFORM READ-PCAT
           END-PERFORM.
           CLOSE PROD-CAT.
      *
       COMPARE-ONE-PRODUCT.
           MOVE 'N' TO BASE-FOUND-FLAG.
           PERFORM VARYING BS-IDX FROM 1 BY 1
               UNTIL BS-IDX > BASE-COUNT OR BASE-FOUND
               IF BST-CODE(BS-IDX) = PRD-PRODUCT-CODE
                   SET BASE-FOUND TO TRUE
                   MOVE OL-FEE-AMOUNT TO OLD-OL-PAID
                   IF BST-OL-FEE(BS-IDX) > ZERO
                       MOVE BST-OL-FEE(BS-IDX) TO OLD-OL-PAID
                   END-IF
                   MOVE DM-FEE-AMOUNT TO OLD-DM-PAID
                   IF BST-DM-FEE(BS-IDX) > ZERO
                       MOVE BST-DM-FEE(BS-IDX) TO OLD-DM-PAID
                   END-IF
               END-IF
           END-PERFORM.
           MOVE OL-FEE-AMOUNT TO NEW-OL-PAID.
           IF PRD-OL-FEE > ZERO
               MOVE PRD-OL-FEE TO NEW-OL-PAID
           END-IF.
           MOVE DM-FEE-AMOUNT TO NEW-DM-PAID.
           IF PRD-DM-FEE > ZERO
               MOVE PRD-DM-FEE TO NEW-DM-PAID
           END-IF.
           IF BASE-FOUND
               AND (NEW-OL-PAID > OLD-OL-PAID
                    OR NEW-DM-PAID > OLD-DM-PAID)
               IF CHANGE-COUNT < CHANGE-MAX
                   ADD 1 TO CHANGE-COUNT
                   ADD 1 TO PRODUCTS-CHANGED
                   MOVE PRD-PRODUCT-CODE TO CHT-CODE(CHANGE-COUNT)
                   MOVE OLD-OL-PAID      TO CHT-OLD-OL(CHANGE-COUNT)
                   MOVE NEW-OL-PAID      TO CHT-NEW-OL(CHANGE-COUNT)
                   MOVE OLD-DM-PAID      TO CHT-OLD-DM(CHANGE-COUNT)
                   MOVE NEW-DM-PAID      TO CHT-NEW-DM(CHANGE-COUNT)
               ELSE
                   SET A-TABLE-IS-FULL TO TRUE
               END-IF
           END-IF.
      *
       READ-PBAS.
           READ PROD-BASE
               AT END SET NO-MORE-PBAS TO TRUE
           END-READ.
      *
       READ-PCAT.
           READ PROD-CAT
               AT END SET NO-MORE-PCAT TO TRUE
           END-READ.
      *
      *    LOAD-VARIABLE-ACCOUNTS -- the variable-rate accounts,
      *    which RATECTL does not reprice and so are not noticed.
       LOAD-VARIABLE-ACCOUNTS.
           OPEN INPUT PRICE-FILE.
           PERFORM READ-PRICING
           PERFORM UNTIL NO-MORE-PRICES
               IF PRC-VARIABLE
                   IF VARB-COUNT < VARB-MAX
                       ADD 1 TO VARB-COUNT
                       MOVE PRC-ACCT-NO TO VRT-ACCT-NO(VARB-COUNT)
                   ELSE
                       SET A-TABLE-IS-FULL TO TRUE
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
      *
      *    LOAD-PRODUCT-ACCOUNTS -- only the assignments to a
      *    changed product are kept.
       LOAD-PRODUCT-ACCOUNTS.
           IF CHANGE-COUNT > ZERO
               OPEN INPUT PROD-XREF
               PERFORM READ-PXRF
               PERFORM UNTIL NO-MORE-PXRF
                   PERFORM VARYING CH-IDX FROM 1 BY 1
                       UNTIL CH-IDX > CHANGE-COUNT
                       IF CHT-CODE(CH-IDX) = PXR-PRODUCT-CODE
                           IF PXA-COUNT < PXA-MAX
                               ADD 1 TO PXA-COUNT
                               MOVE PXR-ACCT-NO
                                   TO PXA-ACCT-NO(PXA-COUNT)
                               SET PXA-CHANGE-NO(PXA-COUNT)
                                   TO CH-IDX
                           ELSE
                               SET A-TABLE-IS-FULL TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM READ-PXRF
               END-PERFORM
               CLOSE PROD-XREF
           END-IF.
      *
       READ-PXRF.
           READ PROD-XREF
               AT END SET NO-MORE-PXRF TO TRUE
           END-READ.
      *
      *    LOAD-PENDING-NOTICES -- the notices already sent whose
      *    change has not yet taken effect.
       LOAD-PENDING-NOTICES.
           OPEN INPUT NOTICE-IN.
           PERFORM READ-NOTICE
           PERFORM UNTIL NO-MORE-NOTICES
               IF CTI-EFF-DATE > CURRENT-DATE-NUM
                   IF SENT-COUNT < SENT-MAX
                       ADD 1 TO SENT-COUNT
                       MOVE CTI-ACCT-NO   TO SNT-ACCT-NO(SENT-COUNT)
                       MOVE CTI-NOTICE-TYPE TO SNT-TYPE(SENT-COUNT)
                       MOVE CTI-EFF-DATE  TO SNT-EFF-DATE(SENT-COUNT)
                       MOVE CTI-NEW-RATE  TO SNT-NEW-RATE(SENT-COUNT)
                       MOVE CTI-PRODUCT-CODE
                           TO SNT-PRODUCT(SENT-COUNT)
                       MOVE CTI-NEW-OL-FEE TO SNT-NEW-OL(SENT-COUNT)
                       MOVE CTI-NEW-DM-FEE TO SNT-NEW-DM(SENT-COUNT)
                   ELSE
                       SET A-TABLE-IS-FULL TO TRUE
                   END-IF
               END-IF
               PERFORM READ-NOTICE
           END-PERFORM.
           CLOSE NOTICE-IN.
      *
       READ-NOTICE.
           READ NOTICE-IN
               AT END SET NO-MORE-NOTICES TO TRUE
           END-READ.
      *
      *    CARRY-PRIOR-NOTICES -- every notice ever sent goes
      *    forward to the new generation ahead of tonight's; NOTICE-
      *    OUT is then left open for them.
       CARRY-PRIOR-NOTICES.
           MOVE 'N' TO NOTICE-EOF-FLAG.
           OPEN INPUT  NOTICE-IN.
           OPEN OUTPUT NOTICE-OUT.
           PERFORM READ-NOTICE
           PERFORM UNTIL NO-MORE-NOTICES
               WRITE NOTICE-FIELDS FROM NOTICE-IN-FIELDS
               ADD 1 TO NOTICES-CARRIED
               PERFORM READ-NOTICE
           END-PERFORM.
           CLOSE NOTICE-IN.
      *
      *    CHECK-RATE-NOTICE -- pending entry RATE-SUB selects the
      *    account, no earlier entry effective by the same date
      *    takes it first, and the rate goes up.
       CHECK-RATE-NOTICE.
           MOVE RATE-SUB TO TEST-SUB.
           PERFORM TEST-ENTRY-SELECTS.
           IF ENTRY-SELECTS
               AND RTE-NEW-RATE(RATE-SUB) > INT-RATE
               MOVE 'N' TO TAKEN-EARLIER-FLAG
               PERFORM VARYING EARLY-SUB FROM 1 BY 1
                   UNTIL EARLY-SUB NOT < RATE-SUB OR TAKEN-EARLIER
                   IF RTE-EFF-DATE(EARLY-SUB)
                           NOT > RTE-EFF-DATE(RATE-SUB)
                       MOVE EARLY-SUB TO TEST-SUB
                       PERFORM TEST-ENTRY-SELECTS
                       IF ENTRY-SELECTS
                           SET TAKEN-EARLIER TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT TAKEN-EARLIER
                   PERFORM CHECK-RATE-ALREADY-SENT
                   IF ALREADY-SENT
                       ADD 1 TO ALREADY-NOTICED
                   ELSE
                       PERFORM SEND-RATE-NOTICE
                   END-IF
               END-IF
           END-IF.
      *
      *    TEST-ENTRY-SELECTS -- REPRICE's criteria, entry TEST-SUB.
       TEST-ENTRY-SELECTS.
           MOVE 'N' TO SELECTS-FLAG.
           IF (RTE-SEL-STATE(TEST-SUB) = SPACES
               OR RTE-SEL-STATE(TEST-SUB) = USA-STATE)
               AND ((RTE-MIN-LIMIT(TEST-SUB) = ZERO
                   AND RTE-MAX-LIMIT(TEST-SUB) = ZERO)
               OR (ACCT-LIMIT >= RTE-MIN-LIMIT(TEST-SUB)
                   AND ACCT-LIMIT <= RTE-MAX-LIMIT(TEST-SUB)))
               SET ENTRY-SELECTS TO TRUE
           END-IF.
      *
       CHECK-RATE-ALREADY-SENT.
           MOVE 'N' TO ALREADY-SENT-FLAG.
           PERFORM VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > SENT-COUNT OR ALREADY-SENT
               IF SNT-ACCT-NO(SN-IDX) = ACCT-NO
                   AND SNT-TYPE(SN-IDX) = 'R'
                   AND SNT-EFF-DATE(SN-IDX) = RTE-EFF-DATE(RATE-SUB)
                   AND SNT-NEW-RATE(SN-IDX) = RTE-NEW-RATE(RATE-SUB)
                   SET ALREADY-SENT TO TRUE
               END-IF
           END-PERFORM.
      *
       SEND-RATE-NOTICE.
           ADD 1 TO RATE-NOTICES.
           MOVE SPACES                 TO NOTICE-FIELDS.
           MOVE ACCT-NO                TO CIT-ACCT-NO.
           MOVE 'R'                    TO CIT-NOTICE-TYPE.
           MOVE CURRENT-DATE-NUM       TO CIT-SENT-DATE.
           MOVE RTE-EFF-DATE(RATE-SUB) TO CIT-EFF-DATE.
           MOVE INT-RATE               TO CIT-OLD-RATE.
           MOVE RTE-NEW-RATE(RATE-SUB) TO CIT-NEW-RATE.
           MOVE ZERO TO CIT-OLD-OL-FEE CIT-NEW-OL-FEE
                        CIT-OLD-DM-FEE CIT-NEW-DM-FEE.
           PERFORM WRITE-NOTICE.
           MOVE SPACES           TO PRINT-REC.
           MOVE ACCT-NO          TO CNR-ACCT-NO-O.
           MOVE 'RATE'           TO CNR-TYPE-O.
           MOVE CIT-EFF-DATE     TO CNR-EFF-DATE-O.
           MOVE CIT-OLD-RATE     TO CNR-OLD-RATE-O.
           MOVE CIT-NEW-RATE     TO CNR-NEW-RATE-O.
           COMPUTE DAYS-OF-NOTICE =
               FUNCTION INTEGER-OF-DATE(CIT-EFF-DATE) - TODAY-INT.
           IF DAYS-OF-NOTICE < NOTICE-DAYS-REQ
               ADD 1 TO LATE-NOTICES
               MOVE 'LATE' TO CNR-NOTE-O
           END-IF.
           WRITE PRINT-REC.
      *
      *    CHECK-FEE-NOTICE -- the account is assigned to a product
      *    whose fees went up.
       CHECK-FEE-NOTICE.
           PERFORM VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > PXA-COUNT
               IF PXA-ACCT-NO(PA-IDX) = ACCT-NO
                   SET CH-IDX TO PXA-CHANGE-NO(PA-IDX)
                   MOVE 'N' TO ALREADY-SENT-FLAG
                   PERFORM VARYING SN-IDX FROM 1 BY 1
                       UNTIL SN-IDX > SENT-COUNT OR ALREADY-SENT
                       IF SNT-ACCT-NO(SN-IDX) = ACCT-NO
                           AND SNT-TYPE(SN-IDX) = 'F'
                           AND SNT-PRODUCT(SN-IDX) = CHT-CODE(CH-IDX)
                           AND SNT-NEW-OL(SN-IDX) = CHT-NEW-OL(CH-IDX)
                           AND SNT-NEW-DM(SN-IDX) = CHT-NEW-DM(CH-IDX)
                           SET ALREADY-SENT TO TRUE
                       END-IF
                   END-PERFORM
                   IF ALREADY-SENT
                       ADD 1 TO ALREADY-NOTICED
                   ELSE
                       PERFORM SEND-FEE-NOTICE
                   END-IF
               END-IF
           END-PERFORM.
      *
       SEND-FEE-NOTICE.
           ADD 1 TO FEE-NOTICES.
           MOVE SPACES             TO NOTICE-FIELDS.
           MOVE ACCT-NO            TO CIT-ACCT-NO.
           MOVE 'F'                TO CIT-NOTICE-TYPE.
           MOVE CURRENT-DATE-NUM   TO CIT-SENT-DATE.
           MOVE FEE-EFF-DATE       TO CIT-EFF-DATE.
           MOVE ZERO               TO CIT-OLD-RATE CIT-NEW-RATE.
           MOVE CHT-CODE(CH-IDX)   TO CIT-PRODUCT-CODE.
           MOVE CHT-OLD-OL(CH-IDX) TO CIT-OLD-OL-FEE.
           MOVE CHT-NEW-OL(CH-IDX) TO CIT-NEW-OL-FEE.
           MOVE CHT-OLD-DM(CH-IDX) TO CIT-OLD-DM-FEE.
           MOVE CHT-NEW-DM(CH-IDX) TO CIT-NEW-DM-FEE.
           PERFORM WRITE-NOTICE.
           MOVE SPACES             TO PRINT-REC.
           MOVE ACCT-NO            TO CNR-ACCT-NO-O.
           MOVE 'FEE'              TO CNR-TYPE-O.
           MOVE CIT-EFF-DATE       TO CNR-EFF-DATE-O.
           MOVE CIT-PRODUCT-CODE   TO CNR-PRODUCT-O.
           MOVE CIT-OLD-OL-FEE     TO CNR-OLD-OL-O.
           MOVE CIT-NEW-OL-FEE     TO CNR-NEW-OL-O.
           MOVE CIT-OLD-DM-FEE     TO CNR-OLD-DM-O.
           MOVE CIT-NEW-DM-FEE     TO CNR-NEW-DM-O.
           WRITE PRINT-REC.
      *
      *    WRITE-NOTICE -- the notice record, then its letter.
       WRITE-NOTICE.
           WRITE NOTICE-FIELDS.
           MOVE SPACES           TO LETTER-FIELDS.
           MOVE ACCT-NO          TO CTX-ACCT-NO.
           MOVE LAST-NAME        TO CTX-LAST-NAME.
           MOVE FIRST-NAME       TO CTX-FIRST-NAME.
           MOVE STREET-ADDR      TO CTX-ADDR-LINE.
           MOVE CITY-COUNTY      TO CTX-CITY.
           MOVE USA-STATE        TO CTX-STATE.
           MOVE ZIP-CODE         TO CTX-ZIP.
           MOVE CIT-NOTICE-TYPE  TO CTX-NOTICE-TYPE.
           MOVE CIT-EFF-DATE     TO CTX-EFF-DATE.
           MOVE CIT-OLD-RATE     TO CTX-OLD-RATE.
           MOVE CIT-NEW-RATE     TO CTX-NEW-RATE.
           MOVE CIT-PRODUCT-CODE TO CTX-PRODUCT-CODE.
           MOVE CIT-OLD-OL-FEE   TO CTX-OLD-OL-FEE.
           MOVE CIT-NEW-OL-FEE   TO CTX-NEW-OL-FEE.
           MOVE CIT-OLD-DM-FEE   TO CTX-OLD-DM-FEE.
           MOVE CIT-NEW-DM-FEE   TO CTX-NEW-DM-FEE.
           WRITE LETTER-FIELDS.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'CITNOTE ' TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RECS-READ         TO LOG-RECS-IN.
           COMPUTE LOG-RECS-OUT = RATE-NOTICES + FEE-NOTICES.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
