      *    an account with no e-statement election is reported as
      *    noise rather than applied -- the vendor bouncing mail we
      *    never sent is their mystery, not our data.
      *
      *    EBNCIN is first counted and handed to the receipt
      *    registry (FILERCPT, sender EMAILVND), dated by receipt
      *    and hashed on its account numbers.  A bounce file the
      *    mail house already sent would count every bounce twice
      *    and flip elections early, so it is refused there, as is
      *    one arriving after a file that never came: DLVOUT is not
      *    written and the step ends RC 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FD  EBNC-IN RECORDING MODE F.
       01  EBNC-REC.
           05  EBN-ACCT-NO        PIC X(8).
           05  EBN-ACCT-NO-N REDEFINES EBN-ACCT-NO PIC 9(8).
           05  EBN-REASON         PIC X(30).
           05  FILLER             PIC X(42).
      *
               88  NO-MORE-PREFS      VALUE 'Y'.
           05  BNC-CAPACITY-FLAG  PIC X VALUE 'N'.
               88  BOUNCE-TABLE-FULL  VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
      *    BOUNCE-LIMIT -- flips an election back to print at this
      *    many bounces; one transient bounce is forgiven, a second
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
      *
       01  HEADER-1.
           05  FILLER         PIC X(26) VALUE
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'EBOUNCE: BOUNCE FILE REFUSED BY THE RECEIPT '
                       'REGISTRY -- NO BOUNCE APPLIED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           PERFORM GATHER-BOUNCES.
           END-IF.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over EBNCIN for
      *    the receipt registry, the numeric account numbers summed
      *    as the hash total.
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'EMAILVND'       TO RCP-SENDER.
           MOVE 'EBOUNCE'        TO RCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE.
           SET RCP-DATE-RECEIVED TO TRUE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT EBNC-IN.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF EBN-ACCT-NO NUMERIC
                   ADD EBN-ACCT-NO-N TO RCP-HASH-TOTAL
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE EBNC-IN.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ EBNC-IN
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
       GATHER-BOUNCES.
           OPEN INPUT EBNC-IN.
