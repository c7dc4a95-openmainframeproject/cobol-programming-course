      *    matters: a deposit that fails the balance test releases
      *    nothing on EITHER side, so no suspense money from an
      *    unproven file can reach the next SUSPIN merge.
      *
      *    Before any of that, the deposit file is counted and
      *    handed to the receipt registry (FILERCPT, sender
      *    LBXBANK): its header's deposit date, every record, and
      *    the coupon amounts as the hash total.  A bank resend of
      *    a deposit already taken, or a deposit dated past one the
      *    bank never sent, is refused there -- nothing is released
      *    and the step ends RC 8, so a resend can never post twice.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           05  SRT-TYPE           PIC X(1).
           05  SRT-AMOUNT         PIC S9(7)V99 COMP-3.
           05  SRT-DATE           PIC X(8).
           05  SRT-COMMENT        PIC X(16).
           05  SRT-TRAN-CODE      PIC X(4).
           05  FILLER             PIC X(8).
      *
       FD  TRAN-OUT RECORDING MODE F.
           05  SUSP-TYPE          PIC X(1).
           05  SUSP-AMOUNT        PIC S9(7)V99 COMP-3.
           05  SUSP-DATE          PIC 9(8).
           05  SUSP-COMMENT       PIC X(16).
           05  SUSP-TRAN-CODE     PIC X(4).
           05  SUSP-FIRST-SEEN    PIC 9(8).
           05  FILLER             PIC X(30).
      *
               88  DEPOSIT-BALANCES   VALUE 'Y'.
           05  SORT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SORTED     VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
       01  INTAKE-COUNTS.
           05  COUPONS-READ       PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  DEPOSIT-DATE-WK        PIC 9(8) VALUE ZERO.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
      *
      *    BATCH-CTL-WORK -- the BATCHHDR/BATCHTRL wrapper written
      *    around the released details, in TRANEDIT's layout.
       01  BATCH-CTL-WORK.
           05  SB-TYPE            PIC X(1).
           05  SB-AMOUNT          PIC S9(7)V99 COMP-3.
           05  SB-DATE            PIC 9(8).
           05  SB-COMMENT         PIC X(16).
           05  SB-TRAN-CODE       PIC X(4).
           05  SB-FIRST-SEEN      PIC 9(8).
           05  FILLER             PIC X(30) VALUE SPACES.
      *
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'LOCKBOX: DEPOSIT FILE REFUSED BY THE RECEIPT '
                       'REGISTRY -- NOTHING RELEASED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SUSP-OUT.
           OPEN OUTPUT PRINT-LINE.
           SORT SORT-WORK
                   PERFORM HOLD-SUSPENSE-COUPON
               END-IF
           END-IF.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over LBXIN for
      *    the receipt registry before anything is taken from it.
      *    A file with no readable header is dated by receipt; it
      *    will not balance anyway, but the registry still sees it.
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'LBXBANK'        TO RCP-SENDER.
           MOVE 'LOCKBOX'        TO RCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE.
           SET RCP-DATE-RECEIVED TO TRUE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT LBX-IN.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF LBX-HEADER AND LBH-DEPOSIT-DATE NUMERIC
                   MOVE LBH-DEPOSIT-DATE TO RCP-FILE-DATE
                   SET RCP-DATE-FROM-FILE TO TRUE
               END-IF
               IF LBX-DETAIL AND LBD-AMOUNT NUMERIC
                   ADD LBD-AMOUNT TO RCP-HASH-TOTAL
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE LBX-IN.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ LBX-IN
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
       RELEASE-COUPON-TO-SORT.
           MOVE SPACES           TO SORT-REC.
           MOVE LBD-AMOUNT       TO SRT-AMOUNT.
           MOVE DEPOSIT-DATE-WK  TO SRT-DATE.
           MOVE 'LOCKBOX PAYMENT'  TO SRT-COMMENT.
           MOVE 'PYMT'             TO SRT-TRAN-CODE.
           RELEASE SORT-REC.
           ADD 1 TO COUPONS-RELEASED.
           ADD LBD-AMOUNT TO RELEASED-AMOUNT.
               MOVE 'D'              TO SB-TYPE
               MOVE LBD-AMOUNT       TO SB-AMOUNT
               MOVE DEPOSIT-DATE-WK  TO SB-DATE
               MOVE 'LOCKBOX UNREAD'  TO SB-COMMENT
               MOVE 'PYMT'            TO SB-TRAN-CODE
               MOVE CURRENT-DATE-NUM TO SB-FIRST-SEEN
               ADD 1 TO SUSP-COUNT
               MOVE SUSP-BUILD-WORK  TO SUT-RECORD(SUSP-COUNT)
               MOVE SRT-AMOUNT    TO TRAN-AMOUNT
               MOVE SRT-DATE      TO TRAN-DATE
               MOVE SRT-COMMENT   TO TRAN-COMMENT
               MOVE SRT-TRAN-CODE TO TRAN-CODE
               WRITE TRAN-OUT-REC FROM TRAN-FIELDS
           END-IF.
      *
