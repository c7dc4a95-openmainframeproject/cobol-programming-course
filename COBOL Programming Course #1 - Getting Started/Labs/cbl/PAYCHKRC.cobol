      *    forward to NEWCHKS; outstanding, stale and exception
      *    lines print on PAYCKRPT, and any exception ends the step
      *    with return code 8.
      *
      *    The bank's file is first counted and handed to the
      *    receipt registry (FILERCPT, sender CLRBANK), dated by its
      *    latest cleared date and hashed on the cleared amounts.
      *    A cleared-items file the bank already sent, or one dated
      *    past a file that never came, is refused there: nothing
      *    is marked cleared and the step ends RC 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *    amount (zoned, 9999999.99 implied), cleared date.
       FD  BANK-IN RECORDING MODE F.
       01  BANK-IN-REC            PIC X(80).
       01  BANK-IN-FIELDS.
           05  BKI-CHECK-NO       PIC X(10).
           05  BKI-AMOUNT         PIC 9(7)V99.
           05  BKI-CLEARED-DATE   PIC 9(8).
           05  FILLER             PIC X(53).
      *
       SD  BANK-SORT.
       01  BANK-SORT-REC.
               88  NO-MORE-BANK       VALUE 'Y'.
           05  EXCEPTION-FLAG     PIC X VALUE 'N'.
               88  AN-EXCEPTION-SEEN  VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
       01  RECON-COUNTS.
           05  CHECKS-READ        PIC S9(7) COMP-3 VALUE ZERO.
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  CURRENT-DATE-INT       PIC S9(9) COMP-3 VALUE ZERO.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
      *
       01  HEADER-1.
           05  FILLER         PIC X(31) VALUE
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'PAYCHKRC: BANK CLEARED FILE REFUSED BY THE '
                       'RECEIPT REGISTRY -- NOTHING CLEARED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
           CLOSE CHK-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over BANKCLR for
      *    the receipt registry, before the sort takes it.  The
      *    file is dated by its latest readable cleared date (by
      *    receipt when it has none).
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'CLRBANK'        TO RCP-SENDER.
           MOVE 'PAYCHKRC'       TO RCP-PROGRAM.
           MOVE ZERO             TO RCP-FILE-DATE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT BANK-IN.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF BKI-CLEARED-DATE NUMERIC
                   AND BKI-CLEARED-DATE > RCP-FILE-DATE
                   MOVE BKI-CLEARED-DATE TO RCP-FILE-DATE
               END-IF
               IF BKI-AMOUNT NUMERIC
                   ADD BKI-AMOUNT TO RCP-HASH-TOTAL
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE BANK-IN.
           IF RCP-FILE-DATE = ZERO
               MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE
               SET RCP-DATE-RECEIVED TO TRUE
           ELSE
               SET RCP-DATE-FROM-FILE TO TRUE
           END-IF.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ BANK-IN
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
       READ-REGISTER.
           READ REG-SORTED
