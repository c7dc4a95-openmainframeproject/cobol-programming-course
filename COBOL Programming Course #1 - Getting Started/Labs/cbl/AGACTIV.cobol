      *
      *    The master itself is not rewritten here; placement and
      *    recall own the stamp, posting owns the balance.
      *
      *    AGYIN is first counted and handed to the receipt
      *    registry (FILERCPT, sender CLAGENCY), dated by its latest
      *    event date and hashed on the amounts collected.  An
      *    activity file the agency already sent would post its
      *    payments twice, so it is refused there, as is one dated
      *    past a month whose file never came: no payment is
      *    extracted and the step ends RC 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               88  NO-MORE-MASTERS    VALUE 'Y'.
           05  AGY-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-ACTIVITY   VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
       01  ACTIVITY-COUNTS.
           05  EVENTS-READ        PIC S9(7) COMP-3 VALUE ZERO.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
      *
       01  HEADER-1.
           05  FILLER         PIC X(31) VALUE
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'AGACTIV: ACTIVITY FILE REFUSED BY THE RECEIPT '
                       'REGISTRY -- NOTHING EXTRACTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  AGY-IN.
           OPEN OUTPUT TRAN-OUT.
           CLOSE TRAN-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over AGYIN for
      *    the receipt registry.  The file is dated by its latest
      *    readable event date (by receipt when it has none).
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'CLAGENCY'       TO RCP-SENDER.
           MOVE 'AGACTIV'        TO RCP-PROGRAM.
           MOVE ZERO             TO RCP-FILE-DATE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT AGY-IN.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF AGY-EVENT-DATE NUMERIC
                   AND AGY-EVENT-DATE > RCP-FILE-DATE
                   MOVE AGY-EVENT-DATE TO RCP-FILE-DATE
               END-IF
               IF AGY-AMOUNT NUMERIC
                   ADD AGY-AMOUNT TO RCP-HASH-TOTAL
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE AGY-IN.
           IF RCP-FILE-DATE = ZERO
               MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE
               SET RCP-DATE-RECEIVED TO TRUE
           ELSE
               SET RCP-DATE-FROM-FILE TO TRUE
           END-IF.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ AGY-IN
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
       READ-MASTER.
           READ ACCT-REC
                   MOVE WS-CURRENT-DATE TO TRAN-DATE
               END-IF
               MOVE 'AGENCY PAYMENT' TO TRAN-COMMENT
               MOVE 'AGPY'           TO TRAN-CODE
               WRITE TRAN-FIELDS
               MOVE 'PAYMENT EXTRACTED FOR POSTING' TO AGR-REASON-O
               PERFORM WRITE-REPORT-LINE
