      *    eyeballing twelve monthly statements.  One run over the
      *    posting history answers the whole year in one mailing.
      *
      *    PARMCARD gives the statement year; for each active account
      *    on ACCTREC only the history POSTED inside the year is
      *    browsed off the keyed history index HISTIDX (HIXFLDS, the
      *    STMTPRT shape), and every record of it rolls into the
      *    account's summary:
      *
      *      - total payments      the year's debits;
      *      - interest charged    credits whose comment begins
      *                            (NF) -- plus their total;
      *      - total purchases     every other credit.
      *
      *    History stamped with a transaction code is classed by
      *    the code's statement category on the TRANCODE table
      *    rather than by its comment: P payment, I interest, F
      *    fee (OLFE, DMFE and NSFF to their own lines, any other
      *    fee code to Other Fees), U and O purchases, and A
      *    adjustments -- refunds, reversals and the like, which
      *    print net on their own line instead of swelling the
      *    purchase total.  A code missing from the table falls
      *    back to its side.  Only history written before the
      *    codes existed (HIST-TRAN-CODE blank) is still judged by
      *    its comment as above.
      *
      *    Each active account gets one statement in the same
      *    name/address presentation STMTPRT uses, the joint
      *    holder's name on a second line where JOINTF carries one
       FILE-CONTROL.
           SELECT PRINT-LINE  ASSIGN TO PRTLINE.
           SELECT ACCT-REC    ASSIGN TO ACCTREC.
           SELECT HIST-INDEX  ASSIGN TO HISTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-KEY
               FILE STATUS IS HIX-STATUS.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT JOINT-IN    ASSIGN TO JOINTF.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
           SELECT TRAN-CODES  ASSIGN TO TRANCODE.
      *-------------
       DATA DIVISION.
      *-------------
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
      *    HIST-INDEX -- the keyed history index (HIXFLDS).
       FD  HIST-INDEX RECORDING MODE F.
       01  HIX-FIELDS.
           COPY HIXFLDS.
      *
      *    PARM-CARD -- one 80-byte control record carrying the
      *    statement year in bytes 1-4.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
      *    TRAN-CODES -- the transaction-code table (TCDFLDS).
       FD  TRAN-CODES RECORDING MODE F.
       01  TCD-FIELDS.
           COPY TCDFLDS.
      *
       WORKING-STORAGE SECTION.
      *    HIX-STATUS -- the index's file status; SHIST-FIELDS is the
      *    history record the browse is on.
       01  HIX-STATUS             PIC X(2) VALUE '00'.
           88  HIX-OK                 VALUE '00'.
       01  SHIST-FIELDS.
           COPY HISTFLDS.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  TCD-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-CODES      VALUE 'Y'.
           05  CODE-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CODE-TABLE-FULL    VALUE 'Y'.
      *
       01  STMT-COUNTS.
           05  STMTS-PRINTED      PIC S9(7) COMP-3 VALUE ZERO.
           05  YR-FEE-OL          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  YR-FEE-DM          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  YR-FEE-NF          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  YR-FEE-OT          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  YR-FEE-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  YR-ADJUSTMENTS     PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
      *    CODE-TABLE -- TRANCODE loaded once; only the code and
      *    its statement category are needed here.
       01  CODE-CTL.
           05  CODE-COUNT         PIC S9(4) COMP VALUE 0.
           05  CODE-MAX           PIC S9(4) COMP VALUE 100.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 100 TIMES INDEXED BY CD-IDX.
               10  CDT-CODE       PIC X(4).
               10  CDT-CATEGORY   PIC X(1).
       01  HIST-CATEGORY          PIC X(1) VALUE SPACE.
      *
      *    JOINT-TABLE -- the joint holders off JOINTF, loaded once;
      *    the same bounded-table-with-a-warning treatment PROMMTCH
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *    HIST-BROWSE-START and -END -- the first and last posting
      *    dates of the statement year the browse reads.
       01  HIST-BROWSE-START.
           05  HBS-YEAR           PIC 9(4) VALUE ZERO.
           05  HBS-MMDD           PIC 9(4) VALUE 0101.
       01  HIST-BROWSE-END.
           05  HBE-YEAR           PIC 9(4) VALUE ZERO.
           05  HBE-MMDD           PIC 9(4) VALUE 1231.
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               GOBACK
           END-IF.
           MOVE PARM-YEAR TO STATEMENT-YEAR.
           MOVE PARM-YEAR TO HBS-YEAR.
           MOVE PARM-YEAR TO HBE-YEAR.
           PERFORM LOAD-JOINT-TABLE.
           PERFORM LOAD-CODE-TABLE.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  HIST-INDEX.
           OPEN OUTPUT PRINT-LINE.
      *
       PROCESS-ACCOUNTS.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               IF ACCOUNT-ACTIVE
                   PERFORM BUILD-YEAR-SUMMARY
                   PERFORM PRINT-YEAR-STATEMENT
               ELSE
                   ADD 1 TO ACCTS-SKIPPED
               END-IF
               PERFORM READ-RECORD
           END-PERFORM.
               DISPLAY 'ANNSTMT: JOINT TABLE FILLED AT 2000 -- '
                       'EXCESS STATEMENTS OMIT THE SECOND NAME'
           END-IF.
           IF CODE-TABLE-FULL
               DISPLAY 'ANNSTMT: TRANCODE TABLE FILLED AT 100 -- '
                       'EXCESS CODES CLASSED BY SIDE'
           END-IF.
           CLOSE ACCT-REC.
           CLOSE HIST-INDEX.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    START-ACCOUNT-HIST -- positions HISTIDX at this account's
      *    first history posted in the statement year and reads it;
      *    NO-MORE-HIST straight away means none.
       START-ACCOUNT-HIST.
           MOVE 'N'            TO HIST-EOF-FLAG.
           MOVE ACCT-NO        TO HIX-ACCT-NO.
           MOVE HIST-BROWSE-START TO HIX-POST-DATE.
           MOVE ZERO           TO HIX-SEQ.
           START HIST-INDEX KEY IS NOT LESS THAN HIX-KEY
               INVALID KEY SET NO-MORE-HIST TO TRUE
           END-START.
           IF NOT NO-MORE-HIST
               PERFORM READ-HIST
           END-IF.
      *
      *    READ-HIST -- the next history in the browse, which ends
      *    at the last the account posted in the year.
       READ-HIST.
           READ HIST-INDEX NEXT RECORD
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
           IF NOT NO-MORE-HIST
               IF HIX-ACCT-NO NOT = ACCT-NO
                   OR HIX-POST-DATE > HIST-BROWSE-END
                   SET NO-MORE-HIST TO TRUE
               ELSE
                   MOVE HIX-HIST-IMAGE TO SHIST-FIELDS
               END-IF
           END-IF.
      *
      *    BUILD-YEAR-SUMMARY -- rolls this account's history for
      *    the statement year into the totals.  Coded history is
      *    classed by its TRANCODE category; uncoded history by
      *    side, a credit being interest, a fee, or a purchase --
      *    judged by the comment the posting programs wrote, in
      *    that order.
       BUILD-YEAR-SUMMARY.
           MOVE ZERO TO YR-PURCHASES.
           MOVE ZERO TO YR-PAYMENTS.
           MOVE ZERO TO YR-FEE-OL.
           MOVE ZERO TO YR-FEE-DM.
           MOVE ZERO TO YR-FEE-NF.
           MOVE ZERO TO YR-FEE-OT.
           MOVE ZERO TO YR-FEE-TOTAL.
           MOVE ZERO TO YR-ADJUSTMENTS.
           PERFORM START-ACCOUNT-HIST.
           PERFORM UNTIL NO-MORE-HIST
               PERFORM TAKE-YEAR-DETAIL
               PERFORM READ-HIST
           END-PERFORM.
           COMPUTE YR-FEE-TOTAL =
               YR-FEE-OL + YR-FEE-DM + YR-FEE-NF + YR-FEE-OT.
      *
       TAKE-YEAR-DETAIL.
           IF HIST-TRAN-CODE NOT = SPACES
               PERFORM TAKE-CODED-DETAIL
           ELSE
               PERFORM TAKE-UNCODED-DETAIL
           END-IF.
      *
      *    TAKE-CODED-DETAIL -- the category decides the line; a
      *    code the table does not know is a payment or purchase
      *    by its side.
       TAKE-CODED-DETAIL.
           MOVE SPACE TO HIST-CATEGORY.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CODE-COUNT
               IF CDT-CODE(CD-IDX) = HIST-TRAN-CODE
                   MOVE CDT-CATEGORY(CD-IDX) TO HIST-CATEGORY
                   SET CD-IDX TO CODE-COUNT
               END-IF
           END-PERFORM.
           IF HIST-CATEGORY = SPACE
               IF HIST-DEBIT
                   MOVE 'P' TO HIST-CATEGORY
               ELSE
                   MOVE 'U' TO HIST-CATEGORY
               END-IF
           END-IF.
           EVALUATE HIST-CATEGORY
               WHEN 'P'
                   ADD HIST-AMOUNT TO YR-PAYMENTS
               WHEN 'I'
                   ADD HIST-AMOUNT TO YR-INTEREST
               WHEN 'F'
                   EVALUATE HIST-TRAN-CODE
                       WHEN 'OLFE'
                           ADD HIST-AMOUNT TO YR-FEE-OL
                       WHEN 'DMFE'
                           ADD HIST-AMOUNT TO YR-FEE-DM
                       WHEN 'NSFF'
                           ADD HIST-AMOUNT TO YR-FEE-NF
                       WHEN OTHER
                           ADD HIST-AMOUNT TO YR-FEE-OT
                   END-EVALUATE
               WHEN 'A'
                   IF HIST-DEBIT
                       SUBTRACT HIST-AMOUNT FROM YR-ADJUSTMENTS
                   ELSE
                       ADD HIST-AMOUNT TO YR-ADJUSTMENTS
                   END-IF
               WHEN OTHER
                   ADD HIST-AMOUNT TO YR-PURCHASES
           END-EVALUATE.
      *
       TAKE-UNCODED-DETAIL.
           IF HIST-DEBIT
               ADD HIST-AMOUNT TO YR-PAYMENTS
           ELSE
               MOVE YR-FEE-NF              TO SAL-AMT
               WRITE PRINT-REC FROM STMT-AMT-LINE
           END-IF.
           IF YR-FEE-OT NOT = ZERO
               MOVE 'Other Fees          ' TO SAL-LABEL
               MOVE YR-FEE-OT              TO SAL-AMT
               WRITE PRINT-REC FROM STMT-AMT-LINE
           END-IF.
           MOVE 'Total Fees          ' TO SAL-LABEL.
           MOVE YR-FEE-TOTAL           TO SAL-AMT.
           WRITE PRINT-REC FROM STMT-AMT-LINE.
           IF YR-ADJUSTMENTS NOT = ZERO
               MOVE 'Net Adjustments     ' TO SAL-LABEL
               MOVE YR-ADJUSTMENTS         TO SAL-AMT
               WRITE PRINT-REC FROM STMT-AMT-LINE
           END-IF.
      *
       LOAD-JOINT-TABLE.
           OPEN INPUT JOINT-IN.
           READ JOINT-IN
               AT END SET NO-MORE-JNT TO TRUE
           END-READ.
      *
      *    LOAD-CODE-TABLE -- codes past the table's capacity are
      *    warned about and classed by side.
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
       FIND-JOINT-HOLDER.
           MOVE 'N' TO JNT-FOUND-FLAG.
