      *    someone asks the bank why.  FXR-REVAL-RATE -- the rate
      *    the book was last revalued at -- is carried untouched;
      *    only FXREVAL moves it.
      *
      *    The feed is first counted and handed to the receipt
      *    registry (FILERCPT, sender FXBANK), dated by its latest
      *    rate date, with the rates' digits summed as the hash
      *    total.  A feed the bank already sent, or one dated past
      *    a feed that never came, is refused there: the master is
      *    not rewritten and the step ends RC 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               88  CODE-IS-KNOWN      VALUE 'Y'.
           05  SLOT-FOUND-FLAG    PIC X VALUE 'N'.
               88  SLOT-FOUND         VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
       01  LOAD-COUNTS.
           05  FEED-RECS-READ     PIC S9(5) COMP-3 VALUE ZERO.
       01  RATE-AGE-DAYS          PIC S9(7) COMP-3 VALUE ZERO.
       01  RATE-DATE-NUM          PIC 9(8) VALUE ZERO.
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           COMPUTE CURRENT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM).
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'FXLOAD: RATE FEED REFUSED BY THE RECEIPT '
                       'REGISTRY -- MASTER NOT REWRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END DISPLAY
           READ BANK-FX
               AT END SET NO-MORE-FEED TO TRUE
           END-READ.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over BANKFX for
      *    the receipt registry.  The feed is dated by the latest
      *    readable rate date in it (by receipt when it has none);
      *    each rate counts in the hash as its nine digits, so a
      *    feed differing only in the sixth decimal still differs.
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'FXBANK'         TO RCP-SENDER.
           MOVE 'FXLOAD'         TO RCP-PROGRAM.
           MOVE ZERO             TO RCP-FILE-DATE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT BANK-FX.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF FXB-RATE-DATE NUMERIC
                   AND FXB-RATE-DATE > RCP-FILE-DATE
                   MOVE FXB-RATE-DATE TO RCP-FILE-DATE
               END-IF
               IF FXB-RATE NUMERIC
                   COMPUTE RCP-HASH-TOTAL =
                       RCP-HASH-TOTAL + FXB-RATE * 1000000
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE BANK-FX.
           IF RCP-FILE-DATE = ZERO
               MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE
               SET RCP-DATE-RECEIVED TO TRUE
           ELSE
               SET RCP-DATE-FROM-FILE TO TRUE
           END-IF.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ BANK-FX
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
       LOAD-CARRIED-RATES.
           OPEN INPUT RATE-IN.
