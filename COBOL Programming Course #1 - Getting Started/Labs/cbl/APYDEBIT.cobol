      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    APYDEBIT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    APYDEBIT is the daily autopay origination run.  Every
      *    active enrollment on the autopay file (APYFLDS) whose
      *    account has an open statement due today or earlier on
      *    STMTDUE (DUEFLDS) is drawn on its bank account: one PPD
      *    debit entry on the NACHA-format origination file ACHOUT
      *    for the bank, and the matching expected payment -- type
      *    'D', code APAY, per TCDFLDS -- on APYPOST, wrapped in the
      *    BATCHHDR/BATCHTRL discipline for TRANEDIT so it reaches
      *    the account through POSTACCT like any other payment.
      *
      *    The amount is the enrollment's pay option against the
      *    statement: the minimum due, the statement balance, or
      *    the fixed amount -- never less than the minimum, never
      *    more than the statement balance -- less every payment
      *    already posted since the statement date (TRANHIST), so a
      *    customer who paid by hand is not drawn twice.  Nothing
      *    left to pay, nothing drawn.  An enrollment already
      *    debited for the statement is passed over, so a rerun
      *    originates nothing twice.  An account not active on
      *    ACCTVSAM is not drawn; a deceased or bankruptcy flag in
      *    force on LGLFILE withholds the debit, logged on the
      *    shared LGLSUPP like every other withheld action.
      *
      *    Each entry is logged on the cumulative ACHLOG (ACLFLDS)
      *    under its trace number with today's date as the date the
      *    payment posts, so a return APYRTN reads off the bank's
      *    return file can be handed to NSFPROC against the right
      *    payment.  APYDEBIT must therefore run ahead of that
      *    night's TRANEDIT and POSTACCT.  Trace numbers continue
      *    from the highest ACHLOG already holds.  The bank's
      *    routing and company identities come from the one ACHCTL
      *    card; without it no file is built and the run ends with
      *    RETURN-CODE 8.  The autopay file is carried from APYFILE
      *    to APYOUT with each debit stamped on it, and APYRPT lists
      *    every statement looked at and what became of it.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-CTL     ASSIGN TO ACHCTL.
           SELECT DUE-IN      ASSIGN TO STMTDUE.
           SELECT HIST-IN     ASSIGN TO TRANHIST.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
           SELECT LEGAL-FILE  ASSIGN TO LGLFILE.
           SELECT SUPP-FILE   ASSIGN TO LGLSUPP.
           SELECT APY-IN      ASSIGN TO APYFILE.
           SELECT APY-OUT     ASSIGN TO APYOUT.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS VSAM-STATUS.
           SELECT ACH-OUT     ASSIGN TO ACHOUT.
           SELECT ACH-LOG     ASSIGN TO ACHLOG.
           SELECT TRAN-OUT    ASSIGN TO APYPOST.
           SELECT PRINT-LINE  ASSIGN TO APYRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    ACH-CTL -- one card naming the bank and the company as
      *    the bank knows them: the immediate destination and
      *    origin for the file header, the destination's name, the
      *    company name and identification for the batch, and the
      *    eight-digit originating DFI that begins every trace.
       FD  ACH-CTL RECORDING MODE F.
       01  ACH-CTL-CARD.
           05  CTL-IMM-DEST       PIC X(10).
           05  CTL-IMM-ORIGIN     PIC X(10).
           05  CTL-DEST-NAME      PIC X(23).
           05  CTL-COMPANY-NAME   PIC X(16).
           05  CTL-COMPANY-ID     PIC X(10).
           05  CTL-ODFI           PIC X(8).
           05  FILLER             PIC X(3).
      *
       FD  DUE-IN RECORDING MODE F.
       01  DUE-FIELDS.
           COPY DUEFLDS.
      *
       FD  HIST-IN RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
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
       FD  APY-IN RECORDING MODE F.
       01  APY-IN-FIELDS.
           COPY APYFLDS REPLACING LEADING ==APY-== BY ==API-==.
      *
       FD  APY-OUT RECORDING MODE F.
       01  APY-FIELDS.
           COPY APYFLDS.
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    ACH-OUT -- the NACHA origination file: 94-byte records,
      *    blocked ten, built in working storage below.
       FD  ACH-OUT RECORDING MODE F.
       01  ACH-REC                PIC X(94).
      *
       FD  ACH-LOG RECORDING MODE F.
       01  ACL-FIELDS.
           COPY ACLFLDS.
      *
       FD  TRAN-OUT RECORDING MODE F.
       01  TRAN-OUT-REC           PIC X(50).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRT-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  PRT-DUE-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02).
           05  PRT-AMOUNT-O       PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02).
           05  PRT-TRACE-O        PIC X(15).
           05  FILLER             PIC X(02).
           05  PRT-NOTE-O         PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  CTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-CONTROL-CARD    VALUE 'Y'.
           05  DUE-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DUE        VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  APY-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-APY        VALUE 'Y'.
           05  ACL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-ACL        VALUE 'Y'.
           05  DUE-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  DUE-TABLE-FULL     VALUE 'Y'.
           05  DUE-FOUND-FLAG     PIC X VALUE 'N'.
               88  DUE-FOUND          VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
           88  VSAM-NOT-FOUND          VALUE '23'.
      *
       01  DEBIT-COUNTS.
           05  DUE-RECS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  HIST-RECS-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05  APY-RECS-CARRIED   PIC S9(7) COMP-3 VALUE ZERO.
           05  DEBITS-ORIGINATED  PIC S9(7) COMP-3 VALUE ZERO.
           05  DEBITS-SKIPPED     PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-DETAIL-COUNT PIC S9(7) COMP-3 VALUE ZERO.
           05  BATCH-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    DUE-TABLE -- every open statement due on or before
      *    today, the latest per account, with what has been paid
      *    against it since its statement date.
       01  DUE-CTL.
           05  DUE-COUNT          PIC S9(4) COMP VALUE 0.
           05  DUE-MAX            PIC S9(4) COMP VALUE 5000.
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 5000 TIMES INDEXED BY DU-IDX.
               10  DUT-ACCT-NO    PIC X(8).
               10  DUT-STMT-DATE  PIC 9(8).
               10  DUT-DUE-DATE   PIC 9(8).
               10  DUT-STMT-BAL   PIC S9(7)V99 COMP-3.
               10  DUT-MIN-AMOUNT PIC S9(7)V99 COMP-3.
               10  DUT-PAID       PIC S9(7)V99 COMP-3.
      *
      *    CODE-TABLE -- TRANCODE loaded once; only the code, its
      *    statement category and its reversal mark are needed
      *    here.
       01  CODE-CTL.
           05  CODE-COUNT         PIC S9(4) COMP VALUE 0.
           05  CODE-MAX           PIC S9(4) COMP VALUE 100.
           05  TCD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CODES      VALUE 'Y'.
           05  CODE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CODE-TABLE-FULL    VALUE 'Y'.
           05  CODE-MATCH-FLAG    PIC X VALUE 'N'.
               88  CODE-MATCHED       VALUE 'Y'.
           05  PAY-CODE-FLAG      PIC X VALUE 'N'.
               88  HIST-IS-PAYMENT    VALUE 'P'.
               88  HIST-IS-PAY-REVERSAL VALUE 'R'.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(4).
               10  CDT-CATEGORY   PIC X(1).
               10  CDT-REVERSAL   PIC X(1).
      *
      *    LEGAL-TABLE -- the legal-status flags in force today,
      *    loaded once; LEGAL-HIT is the flag that barred the
      *    account being looked at.
       01  LEGAL-LOOKUP-FLAGS.
           05  LEGAL-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-LEGAL      VALUE 'Y'.
           05  LEGAL-CAPACITY-FLAG PIC X VALUE 'N'.
               88  LEGAL-TABLE-FULL   VALUE 'Y'.
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
       01  ACTIONS-SUPPRESSED     PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  DEBIT-WORK.
           05  DEBIT-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  TRACE-SEQ          PIC 9(7) VALUE ZERO.
           05  TRACE-NO-WK.
               10  TRACE-ODFI     PIC X(8).
               10  TRACE-SEQ-O    PIC 9(7).
           05  NOTE-WK            PIC X(30) VALUE SPACES.
           05  CUST-NAME-WK       PIC X(22) VALUE SPACES.
      *
      *    ACH-TOTALS -- what the batch and file control records
      *    must declare; the entry hash is the sum of the eight-
      *    digit receiving DFI numbers, its low ten digits kept.
       01  ACH-TOTALS.
           05  ACH-RECS-WRITTEN   PIC S9(7) COMP-3 VALUE ZERO.
           05  ACH-ENTRY-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
           05  ACH-HASH-SUM       PIC S9(15) COMP-3 VALUE ZERO.
           05  ACH-DEBIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  ACH-BLOCK-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
           05  ACH-PAD-COUNT      PIC S9(4) COMP VALUE 0.
      *
       01  ACH-FILE-HEADER.
           05  FILLER             PIC X(3) VALUE '101'.
           05  AFH-IMM-DEST       PIC X(10).
           05  AFH-IMM-ORIGIN     PIC X(10).
           05  AFH-CREATE-DATE    PIC 9(6).
           05  AFH-CREATE-TIME    PIC 9(4).
           05  FILLER             PIC X(7) VALUE 'A094101'.
           05  AFH-DEST-NAME      PIC X(23).
           05  AFH-ORIGIN-NAME    PIC X(23).
           05  FILLER             PIC X(8) VALUE SPACES.
      *
       01  ACH-BATCH-HEADER.
           05  FILLER             PIC X(4) VALUE '5225'.
           05  ABH-COMPANY-NAME   PIC X(16).
           05  FILLER             PIC X(20) VALUE SPACES.
           05  ABH-COMPANY-ID     PIC X(10).
           05  FILLER             PIC X(13) VALUE 'PPDAUTOPAY'.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  ABH-EFFECTIVE-DATE PIC 9(6).
           05  FILLER             PIC X(4) VALUE '   1'.
           05  ABH-ODFI           PIC X(8).
           05  ABH-BATCH-NO       PIC 9(7) VALUE 1.
      *
       01  ACH-ENTRY-DETAIL.
           05  FILLER             PIC X(1) VALUE '6'.
           05  AED-TRAN-CODE      PIC X(2).
           05  AED-RDFI           PIC 9(8).
           05  AED-CHECK-DIGIT    PIC 9(1).
           05  AED-DFI-ACCT       PIC X(17).
           05  AED-AMOUNT         PIC 9(8)V99.
           05  AED-INDIV-ID       PIC X(15).
           05  AED-INDIV-NAME     PIC X(22).
           05  FILLER             PIC X(3) VALUE '  0'.
           05  AED-TRACE-NO       PIC X(15).
      *
       01  ACH-BATCH-CONTROL.
           05  FILLER             PIC X(4) VALUE '8225'.
           05  ABC-ENTRY-COUNT    PIC 9(6).
           05  ABC-ENTRY-HASH     PIC 9(10).
           05  ABC-DEBIT-TOTAL    PIC 9(10)V99.
           05  ABC-CREDIT-TOTAL   PIC 9(10)V99 VALUE ZERO.
           05  ABC-COMPANY-ID     PIC X(10).
           05  FILLER             PIC X(25) VALUE SPACES.
           05  ABC-ODFI           PIC X(8).
           05  ABC-BATCH-NO       PIC 9(7) VALUE 1.
      *
       01  ACH-FILE-CONTROL.
           05  FILLER             PIC X(1) VALUE '9'.
           05  AFC-BATCH-COUNT    PIC 9(6).
           05  AFC-BLOCK-COUNT    PIC 9(6).
           05  AFC-ENTRY-COUNT    PIC 9(8).
           05  AFC-ENTRY-HASH     PIC 9(10).
           05  AFC-DEBIT-TOTAL    PIC 9(10)V99.
           05  AFC-CREDIT-TOTAL   PIC 9(10)V99 VALUE ZERO.
           05  FILLER             PIC X(39) VALUE SPACES.
      *
       01  ACH-ROUTING-WK         PIC 9(9) VALUE ZERO.
       01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WK.
           05  ARW-RDFI           PIC 9(8).
           05  ARW-CHECK-DIGIT    PIC 9(1).
      *
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
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HHMM         PIC 9(04).
               10  FILLER                  PIC X(13).
       01  CURRENT-DATE-NUM        PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Autopay Debits Originated'.
           05  FILLER         PIC X(50) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(10) VALUE 'DUE DATE'.
           05  FILLER         PIC X(13) VALUE '     AMOUNT'.
           05  FILLER         PIC X(17) VALUE 'TRACE NUMBER'.
           05  FILLER         PIC X(30) VALUE 'NOTE'.
       01  TRAILER-1.
           05  FILLER         PIC X(20) VALUE 'DEBITS ORIGINATED'.
           05  TRL-COUNT-O    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(4) VALUE SPACES.
           05  FILLER         PIC X(8) VALUE 'AMOUNT'.
           05  TRL-AMOUNT-O   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER         PIC X(27) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN INPUT ACH-CTL.
           READ ACH-CTL
               AT END SET NO-CONTROL-CARD TO TRUE
           END-READ.
           CLOSE ACH-CTL.
           IF NO-CONTROL-CARD
               DISPLAY 'APYDEBIT: NO ACHCTL CARD -- NO FILE BUILT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-DUE-TABLE.
           PERFORM LOAD-CODE-TABLE.
           PERFORM SUM-PAYMENTS-SINCE.
           PERFORM LOAD-LEGAL-FLAGS.
           PERFORM FIND-LAST-TRACE.
           OPEN INPUT  APY-IN.
           OPEN OUTPUT APY-OUT.
           OPEN INPUT  ACCT-VSAM.
           OPEN OUTPUT ACH-OUT.
           OPEN EXTEND ACH-LOG.
           OPEN EXTEND SUPP-FILE.
           OPEN OUTPUT TRAN-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM WRITE-ACH-FILE-HEADER.
           PERFORM READ-APY
           PERFORM UNTIL NO-MORE-APY
               MOVE APY-IN-FIELDS TO APY-FIELDS
               IF APY-ACTIVE
                   PERFORM DEBIT-ONE-ENROLLMENT
                       THRU DEBIT-ONE-ENROLLMENT-EXIT
               END-IF
               WRITE APY-FIELDS
               ADD 1 TO APY-RECS-CARRIED
               PERFORM READ-APY
           END-PERFORM.
           PERFORM WRITE-ACH-FILE-TRAILER.
           PERFORM WRITE-BATCH-TRAILER.
           MOVE DEBITS-ORIGINATED TO TRL-COUNT-O.
           MOVE ACH-DEBIT-TOTAL   TO TRL-AMOUNT-O.
           WRITE PRINT-REC FROM TRAILER-1.
      *
       CLOSE-STOP.
           DISPLAY 'APYDEBIT: STATEMENTS DUE   = ' DUE-COUNT.
           DISPLAY 'APYDEBIT: HISTORY READ     = ' HIST-RECS-READ.
           DISPLAY 'APYDEBIT: RECORDS CARRIED  = ' APY-RECS-CARRIED.
           DISPLAY 'APYDEBIT: DEBITS ORIGINATED = ' DEBITS-ORIGINATED.
           DISPLAY 'APYDEBIT: DEBITS SKIPPED   = ' DEBITS-SKIPPED.
           DISPLAY 'APYDEBIT: LEGAL SUPPRESSED = ' ACTIONS-SUPPRESSED.
           DISPLAY 'APYDEBIT: AMOUNT ORIGINATED = ' ACH-DEBIT-TOTAL.
           IF DUE-TABLE-FULL
               DISPLAY 'APYDEBIT: DUE TABLE FILLED AT 5000 -- '
                       'LATER STATEMENTS NOT DEBITED'
           END-IF.
           IF CODE-TABLE-FULL
               DISPLAY 'APYDEBIT: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES NOT COUNTED AS PAYMENTS'
           END-IF.
           CLOSE APY-IN.
           CLOSE APY-OUT.
           CLOSE ACCT-VSAM.
           CLOSE ACH-OUT.
           CLOSE ACH-LOG.
           CLOSE SUPP-FILE.
           CLOSE TRAN-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    LOAD-DUE-TABLE -- the open statements whose due date has
      *    come; where an account has more than one, the latest
      *    statement is the one paid against.
       LOAD-DUE-TABLE.
           OPEN INPUT DUE-IN.
           PERFORM READ-DUE
           PERFORM UNTIL NO-MORE-DUE
               ADD 1 TO DUE-RECS-READ
               IF DUE-OPEN AND DUE-DATE NOT > CURRENT-DATE-NUM
                   PERFORM TAKE-DUE-STATEMENT
               END-IF
               PERFORM READ-DUE
           END-PERFORM.
           CLOSE DUE-IN.
      *
       READ-DUE.
           READ DUE-IN
               AT END SET NO-MORE-DUE TO TRUE
           END-READ.
      *
       TAKE-DUE-STATEMENT.
           MOVE 'N' TO DUE-FOUND-FLAG.
           PERFORM VARYING DU-IDX FROM 1 BY 1
               UNTIL DU-IDX > DUE-COUNT OR DUE-FOUND
               IF DUT-ACCT-NO(DU-IDX) = DUE-ACCT-NO
                   SET DUE-FOUND TO TRUE
                   IF DUE-STMT-DATE > DUT-STMT-DATE(DU-IDX)
                       PERFORM FILL-DUE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT DUE-FOUND
               IF DUE-COUNT < DUE-MAX
                   ADD 1 TO DUE-COUNT
                   SET DU-IDX TO DUE-COUNT
                   PERFORM FILL-DUE-ENTRY
               ELSE
                   SET DUE-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
       FILL-DUE-ENTRY.
           MOVE DUE-ACCT-NO      TO DUT-ACCT-NO(DU-IDX).
           MOVE DUE-STMT-DATE    TO DUT-STMT-DATE(DU-IDX).
           MOVE DUE-DATE         TO DUT-DUE-DATE(DU-IDX).
           MOVE DUE-STMT-BALANCE TO DUT-STMT-BAL(DU-IDX).
           MOVE DUE-MIN-AMOUNT   TO DUT-MIN-AMOUNT(DU-IDX).
           MOVE ZERO             TO DUT-PAID(DU-IDX).
      *
      *    SUM-PAYMENTS-SINCE -- every payment posted after a due
      *    statement's date counts against it: a debit under any
      *    code the TRANCODE table (TCDFLDS) puts in the payment
      *    category, XFIN's misapplied payment transferred in among
      *    them, and the uncoded debits written before codes
      *    existed.  A credit under a code the table marks as
      *    reversing a payment (reversed, returned unpaid or
      *    transferred out) since then is taken back off, the
      *    STLJUDGE netting, so the pull is not left short.
       SUM-PAYMENTS-SINCE.
           OPEN INPUT HIST-IN.
           PERFORM READ-HIST
           PERFORM UNTIL NO-MORE-HIST
               ADD 1 TO HIST-RECS-READ
               PERFORM CLASSIFY-PAY-CODE
               IF HIST-IS-PAYMENT
                   PERFORM VARYING DU-IDX FROM 1 BY 1
                       UNTIL DU-IDX > DUE-COUNT
                       IF DUT-ACCT-NO(DU-IDX) = HIST-ACCT-NO
                           AND HIST-POST-DATE > DUT-STMT-DATE(DU-IDX)
                           ADD HIST-AMOUNT TO DUT-PAID(DU-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               IF HIST-IS-PAY-REVERSAL
                   PERFORM VARYING DU-IDX FROM 1 BY 1
                       UNTIL DU-IDX > DUE-COUNT
                       IF DUT-ACCT-NO(DU-IDX) = HIST-ACCT-NO
                           AND HIST-POST-DATE > DUT-STMT-DATE(DU-IDX)
                           SUBTRACT HIST-AMOUNT FROM DUT-PAID(DU-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
           CLOSE HIST-IN.
      *
       READ-HIST.
           READ HIST-IN
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
      *    CLASSIFY-PAY-CODE -- a debit under a payment-category
      *    code, or under no code at all (history from before the
      *    codes), is a payment; a credit under a code TRANCODE
      *    marks as reversing a payment takes one back.
       CLASSIFY-PAY-CODE.
           MOVE 'N' TO PAY-CODE-FLAG.
           MOVE 'N' TO CODE-MATCH-FLAG.
           IF HIST-TRAN-CODE = SPACES
               IF HIST-DEBIT
                   SET HIST-IS-PAYMENT TO TRUE
               END-IF
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CODE-COUNT OR CODE-MATCHED
                   IF CDT-CODE(CD-IDX) = HIST-TRAN-CODE
                       SET CODE-MATCHED TO TRUE
                       IF HIST-DEBIT AND CDT-CATEGORY(CD-IDX) = 'P'
                           SET HIST-IS-PAYMENT TO TRUE
                       END-IF
                       IF HIST-CREDIT AND CDT-REVERSAL(CD-IDX) = 'P'
                           SET HIST-IS-PAY-REVERSAL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    LOAD-CODE-TABLE -- codes past the table's capacity are
      *    warned about at close.
       LOAD-CODE-TABLE.
           OPEN INPUT TRAN-CODES.
           PERFORM READ-CODE
           PERFORM UNTIL NO-MORE-CODES
               IF TCD-CODE NOT = SPACES
                   IF CODE-COUNT < CODE-MAX
                       ADD 1 TO CODE-COUNT
                       MOVE TCD-CODE TO CDT-CODE(CODE-COUNT)
                       MOVE TCD-STMT-CATEGORY
                                     TO CDT-CATEGORY(CODE-COUNT)
                       MOVE TCD-REVERSAL
                                     TO CDT-REVERSAL(CODE-COUNT)
                   ELSE
                       SET CODE-TABLE-FULL TO TRUE
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
      *    FIND-LAST-TRACE -- the highest trace sequence this
      *    originating DFI has used; today's entries follow it.
       FIND-LAST-TRACE.
           OPEN INPUT ACH-LOG.
           PERFORM READ-ACL
           PERFORM UNTIL NO-MORE-ACL
               MOVE ACL-TRACE-NO TO TRACE-NO-WK
               IF TRACE-ODFI = CTL-ODFI
                   AND TRACE-SEQ-O NUMERIC
                   AND TRACE-SEQ-O > TRACE-SEQ
                   MOVE TRACE-SEQ-O TO TRACE-SEQ
               END-IF
               PERFORM READ-ACL
           END-PERFORM.
           CLOSE ACH-LOG.
      *
       READ-ACL.
           READ ACH-LOG
               AT END SET NO-MORE-ACL TO TRUE
           END-READ.
      *
       READ-APY.
           READ APY-IN
               AT END SET NO-MORE-APY TO TRUE
           END-READ.
      *
      *    DEBIT-ONE-ENROLLMENT -- an enrollment with no statement
      *    due is passed over without comment; one with a statement
      *    due is either drawn or listed with the reason it was not.
       DEBIT-ONE-ENROLLMENT.
           MOVE 'N' TO DUE-FOUND-FLAG.
           PERFORM VARYING DU-IDX FROM 1 BY 1
               UNTIL DU-IDX > DUE-COUNT OR DUE-FOUND
               IF DUT-ACCT-NO(DU-IDX) = APY-ACCT-NO
                   SET DUE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT DUE-FOUND
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.
      *    The VARYING has stepped one past the entry it found.
           SET DU-IDX DOWN BY 1.
           IF APY-LAST-DEBIT-DATE NOT < DUT-STMT-DATE(DU-IDX)
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.
           PERFORM COMPUTE-DEBIT-AMOUNT.
           MOVE SPACES TO TRACE-NO-WK.
           IF DEBIT-AMOUNT NOT > ZERO
               MOVE 'PAID -- NOTHING TO DEBIT' TO NOTE-WK
               PERFORM WRITE-SKIP-LINE
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.
           MOVE APY-ACCT-NO TO ACCT-NO.
           READ ACCT-VSAM
               INVALID KEY CONTINUE
           END-READ.
           IF NOT VSAM-OK OR NOT ACCOUNT-ACTIVE
               MOVE 'ACCOUNT NOT ON FILE OR ACTIVE' TO NOTE-WK
               PERFORM WRITE-SKIP-LINE
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.
           PERFORM GET-LEGAL-STATUS.
           IF CHARGES-BARRED
               PERFORM WRITE-SUPPRESSION
               MOVE 'LEGAL HOLD -- NOT DEBITED' TO NOTE-WK
               PERFORM WRITE-SKIP-LINE
               GO TO DEBIT-ONE-ENROLLMENT-EXIT
           END-IF.
           PERFORM ORIGINATE-DEBIT.
       DEBIT-ONE-ENROLLMENT-EXIT.
           EXIT.
      *
      *    COMPUTE-DEBIT-AMOUNT -- the pay option against the due
      *    statement at DU-IDX, less what has been paid since.  A
      *    return of a payment made before the statement can leave
      *    the net paid below zero; that never adds to the pull.
       COMPUTE-DEBIT-AMOUNT.
           EVALUATE TRUE
               WHEN APY-PAY-STATEMENT
                   MOVE DUT-STMT-BAL(DU-IDX) TO DEBIT-AMOUNT
               WHEN APY-PAY-FIXED
                   MOVE APY-FIXED-AMOUNT TO DEBIT-AMOUNT
                   IF DEBIT-AMOUNT < DUT-MIN-AMOUNT(DU-IDX)
                       MOVE DUT-MIN-AMOUNT(DU-IDX) TO DEBIT-AMOUNT
                   END-IF
                   IF DEBIT-AMOUNT > DUT-STMT-BAL(DU-IDX)
                       MOVE DUT-STMT-BAL(DU-IDX) TO DEBIT-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE DUT-MIN-AMOUNT(DU-IDX) TO DEBIT-AMOUNT
           END-EVALUATE.
           IF DUT-PAID(DU-IDX) > ZERO
               SUBTRACT DUT-PAID(DU-IDX) FROM DEBIT-AMOUNT
           END-IF.
      *
      *    ORIGINATE-DEBIT -- the entry for the bank, its log
      *    record, the expected payment for posting, and the stamp
      *    on the enrollment.
       ORIGINATE-DEBIT.
           ADD 1 TO TRACE-SEQ.
           MOVE CTL-ODFI  TO TRACE-ODFI.
           MOVE TRACE-SEQ TO TRACE-SEQ-O.
           PERFORM WRITE-ACH-ENTRY.
           MOVE SPACES             TO ACL-FIELDS.
           MOVE TRACE-NO-WK        TO ACL-TRACE-NO.
           MOVE APY-ACCT-NO        TO ACL-ACCT-NO.
           MOVE DEBIT-AMOUNT       TO ACL-AMOUNT.
           MOVE APY-ROUTING-NO     TO ACL-ROUTING-NO.
           MOVE CURRENT-DATE-NUM   TO ACL-EFFECTIVE-DATE.
           MOVE CURRENT-DATE-NUM   TO ACL-POST-DATE.
           WRITE ACL-FIELDS.
           MOVE SPACES             TO TRAN-FIELDS.
           MOVE APY-ACCT-NO        TO TRAN-ACCT-NO.
           MOVE 'D'                TO TRAN-TYPE.
           MOVE DEBIT-AMOUNT       TO TRAN-AMOUNT.
           MOVE 'AUTOPAY PAYMENT'  TO TRAN-COMMENT.
           MOVE 'APAY'             TO TRAN-CODE.
           PERFORM WRITE-BATCH-DETAIL.
           MOVE CURRENT-DATE-NUM   TO APY-LAST-DEBIT-DATE.
           MOVE DEBIT-AMOUNT       TO APY-LAST-DEBIT-AMT.
           ADD 1 TO DEBITS-ORIGINATED.
           MOVE SPACES             TO PRINT-REC.
           MOVE APY-ACCT-NO        TO PRT-ACCT-NO-O.
           MOVE DUT-DUE-DATE(DU-IDX) TO PRT-DUE-DATE-O.
           MOVE DEBIT-AMOUNT       TO PRT-AMOUNT-O.
           MOVE TRACE-NO-WK        TO PRT-TRACE-O.
           MOVE 'DEBITED'          TO PRT-NOTE-O.
           WRITE PRINT-REC.
      *
       WRITE-SKIP-LINE.
           ADD 1 TO DEBITS-SKIPPED.
           MOVE SPACES             TO PRINT-REC.
           MOVE APY-ACCT-NO        TO PRT-ACCT-NO-O.
           MOVE DUT-DUE-DATE(DU-IDX) TO PRT-DUE-DATE-O.
           MOVE DEBIT-AMOUNT       TO PRT-AMOUNT-O.
           MOVE NOTE-WK            TO PRT-NOTE-O.
           WRITE PRINT-REC.
      *
      *    WRITE-ACH-ENTRY -- one PPD debit entry: 27 draws on a
      *    checking account, 37 on savings; the customer's account
      *    number is the individual identification the bank quotes
      *    back.
       WRITE-ACH-ENTRY.
           IF APY-SAVINGS
               MOVE '37' TO AED-TRAN-CODE
           ELSE
               MOVE '27' TO AED-TRAN-CODE
           END-IF.
           MOVE APY-ROUTING-NO  TO ACH-ROUTING-WK.
           MOVE ARW-RDFI        TO AED-RDFI.
           MOVE ARW-CHECK-DIGIT TO AED-CHECK-DIGIT.
           MOVE APY-BANK-ACCT   TO AED-DFI-ACCT.
           MOVE DEBIT-AMOUNT    TO AED-AMOUNT.
           MOVE APY-ACCT-NO     TO AED-INDIV-ID.
           MOVE SPACES          TO CUST-NAME-WK.
           STRING FIRST-NAME DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  LAST-NAME  DELIMITED BY '  '
                  INTO CUST-NAME-WK
           END-STRING.
           MOVE CUST-NAME-WK    TO AED-INDIV-NAME.
           MOVE TRACE-NO-WK     TO AED-TRACE-NO.
           WRITE ACH-REC FROM ACH-ENTRY-DETAIL.
           ADD 1 TO ACH-RECS-WRITTEN.
           ADD 1 TO ACH-ENTRY-COUNT.
           ADD ARW-RDFI TO ACH-HASH-SUM.
           ADD DEBIT-AMOUNT TO ACH-DEBIT-TOTAL.
      *
      *    WRITE-ACH-FILE-HEADER -- the file header, then the one
      *    batch header; the batch's effective entry date is today
      *    and the bank settles it on the next banking day.
       WRITE-ACH-FILE-HEADER.
           MOVE CTL-IMM-DEST         TO AFH-IMM-DEST.
           MOVE CTL-IMM-ORIGIN       TO AFH-IMM-ORIGIN.
           MOVE CURRENT-DATE-NUM(3:6) TO AFH-CREATE-DATE.
           MOVE WS-CURRENT-HHMM      TO AFH-CREATE-TIME.
           MOVE CTL-DEST-NAME        TO AFH-DEST-NAME.
           MOVE CTL-COMPANY-NAME     TO AFH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER.
           ADD 1 TO ACH-RECS-WRITTEN.
           MOVE CTL-COMPANY-NAME     TO ABH-COMPANY-NAME.
           MOVE CTL-COMPANY-ID       TO ABH-COMPANY-ID.
           MOVE CURRENT-DATE-NUM(3:6) TO ABH-EFFECTIVE-DATE.
           MOVE CTL-ODFI             TO ABH-ODFI.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
           ADD 1 TO ACH-RECS-WRITTEN.
      *
      *    WRITE-ACH-FILE-TRAILER -- batch control, file control,
      *    and all-nines filler records out to a full block of ten.
      *    A day with nothing to draw still sends the bank an
      *    empty, balanced batch.
       WRITE-ACH-FILE-TRAILER.
           MOVE ACH-ENTRY-COUNT  TO ABC-ENTRY-COUNT.
           MOVE ACH-HASH-SUM     TO ABC-ENTRY-HASH.
           MOVE ACH-DEBIT-TOTAL  TO ABC-DEBIT-TOTAL.
           MOVE CTL-COMPANY-ID   TO ABC-COMPANY-ID.
           MOVE CTL-ODFI         TO ABC-ODFI.
           WRITE ACH-REC FROM ACH-BATCH-CONTROL.
           ADD 1 TO ACH-RECS-WRITTEN.
           ADD 1 TO ACH-RECS-WRITTEN.
           DIVIDE ACH-RECS-WRITTEN BY 10 GIVING ACH-BLOCK-COUNT
               REMAINDER ACH-PAD-COUNT.
           IF ACH-PAD-COUNT > 0
               ADD 1 TO ACH-BLOCK-COUNT
               COMPUTE ACH-PAD-COUNT = 10 - ACH-PAD-COUNT
           END-IF.
           MOVE 1                TO AFC-BATCH-COUNT.
           MOVE ACH-BLOCK-COUNT  TO AFC-BLOCK-COUNT.
           MOVE ACH-ENTRY-COUNT  TO AFC-ENTRY-COUNT.
           MOVE ACH-HASH-SUM     TO AFC-ENTRY-HASH.
           MOVE ACH-DEBIT-TOTAL  TO AFC-DEBIT-TOTAL.
           WRITE ACH-REC FROM ACH-FILE-CONTROL.
           MOVE ALL '9' TO ACH-REC.
           PERFORM ACH-PAD-COUNT TIMES
               WRITE ACH-REC
           END-PERFORM.
      *
      *    LOAD-LEGAL-FLAGS -- the flags in force today: effective
      *    on or before today and not lifted.
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
               DISPLAY 'APYDEBIT: LEGAL TABLE FILLED AT 1000 -- '
                       'LATER FLAGS NOT HONORED'
           END-IF.
      *
       READ-LEGAL.
           READ LEGAL-FILE
               AT END SET NO-MORE-LEGAL TO TRUE
           END-READ.
      *
      *    GET-LEGAL-STATUS -- a deceased or bankruptcy flag bars
      *    drawing on the customer; a cease-and-desist bars contact
      *    only, and a debit the customer set up is not contact.
       GET-LEGAL-STATUS.
           MOVE 'N' TO CHARGE-BAR-FLAG.
           PERFORM VARYING LG-IDX FROM 1 BY 1
               UNTIL LG-IDX > LEGAL-COUNT OR CHARGES-BARRED
               IF LGT-ACCT-NO(LG-IDX) = APY-ACCT-NO
                   AND LGT-FLAG-TYPE(LG-IDX) NOT = 'C'
                   SET CHARGES-BARRED TO TRUE
                   MOVE LGT-FLAG-TYPE(LG-IDX) TO HIT-FLAG-TYPE
                   MOVE LGT-EFF-DATE(LG-IDX)  TO HIT-EFF-DATE
                   MOVE LGT-REFERENCE(LG-IDX) TO HIT-REFERENCE
               END-IF
           END-PERFORM.
      *
      *    WRITE-SUPPRESSION -- the withheld debit onto the shared
      *    suppression log, with the flag that withheld it.
       WRITE-SUPPRESSION.
           ADD 1 TO ACTIONS-SUPPRESSED.
           MOVE SPACES             TO SUPP-FIELDS.
           MOVE 'APYDEBIT'         TO LSP-PROGRAM.
           MOVE CURRENT-DATE-NUM   TO LSP-RUN-DATE.
           MOVE APY-ACCT-NO        TO LSP-ACCT-NO.
           MOVE HIT-FLAG-TYPE      TO LSP-FLAG-TYPE.
           MOVE HIT-EFF-DATE       TO LSP-EFF-DATE.
           MOVE HIT-REFERENCE      TO LSP-REFERENCE.
           MOVE 'AUTOPAY DEBIT'    TO LSP-ACTION.
           MOVE DEBIT-AMOUNT       TO LSP-AMOUNT.
           WRITE SUPP-FIELDS.
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
           MOVE 'AP'                  TO BCTL-BATCH-ID(1:2).
           MOVE CURRENT-DATE-NUM(3:6) TO BCTL-BATCH-ID(3:6).
