      *    DSPAGE run ages against -- and rejects go to EXCPRINT
      *    and the shared EXCPFILE with a reason code EXCPSUM can
      *    trend.
      *
      *    BDSPIN is first counted and handed to the receipt
      *    registry (FILERCPT, sender BURDISP), dated by receipt and
      *    hashed on its account numbers.  A dispute file the
      *    bureau already sent, or one arriving after a file that
      *    never came, is refused there: no dispute is opened and
      *    the step ends RC 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FD  BDSP-IN RECORDING MODE F.
       01  BDSP-REC.
           05  BDP-ACCT-NO        PIC X(8).
           05  BDP-ACCT-NO-N REDEFINES BDP-ACCT-NO PIC 9(8).
           05  BDP-BUREAU-REF     PIC X(10).
           05  BDP-REASON         PIC X(20).
           05  FILLER             PIC X(42).
               88  DISPUTE-IS-DUP     VALUE 'Y'.
           05  OPEN-CAPACITY-FLAG PIC X VALUE 'N'.
               88  OPEN-TABLE-FULL    VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
       01  VSAM-STATUS             PIC X(2) VALUE '00'.
           88  VSAM-OK                 VALUE '00'.
               10  ODT-BUREAU-REF PIC X(10).
      *
       01  EXCP-CODE-WK           PIC X(4) VALUE SPACES.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
       01  DEADLINE-WORK.
           05  DEADLINE-INT       PIC S9(9) COMP-3 VALUE ZERO.
           05  DEADLINE-DATE      PIC 9(8) VALUE ZERO.
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'DSPINTK: DISPUTE FILE REFUSED BY THE RECEIPT '
                       'REGISTRY -- NO DISPUTE OPENED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-NUM)
               + RESPONSE-DAYS.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           GOBACK.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over BDSPIN for
      *    the receipt registry, the numeric account numbers summed
      *    as the hash total.
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'BURDISP'        TO RCP-SENDER.
           MOVE 'DSPINTK'        TO RCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE.
           SET RCP-DATE-RECEIVED TO TRUE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT BDSP-IN.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF BDP-ACCT-NO NUMERIC
                   ADD BDP-ACCT-NO-N TO RCP-HASH-TOTAL
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE BDSP-IN.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ BDSP-IN
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
       READ-DISPUTE-IN.
           READ BDSP-IN
