      *    work we did not send.  Either discrepancy is listed on
      *    RECNRPT and ends the step with return code 8 -- the counts
      *    must tie out before the vendor's invoice is paid.
      *
      *    The vendor's confirmation file is first counted and
      *    handed to the receipt registry (FILERCPT, sender
      *    STMTVNDR).  VNDACK carries no date of its own, so it is
      *    dated by receipt and hashed on its account numbers; a
      *    confirmation file the vendor already sent, an empty one,
      *    or one arriving after a cycle's file never came is
      *    refused there, nothing is reconciled, and the step ends
      *    RC 8 -- the invoice is not paid on a file we cannot
      *    vouch for.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       FD  VENDOR-ACK RECORDING MODE F.
       01  ACK-REC.
           05  ACK-ACCT-NO        PIC X(8).
           05  ACK-ACCT-NO-N REDEFINES ACK-ACCT-NO PIC 9(8).
           05  FILLER             PIC X(72).
      *
       FD  PRINT-LINE RECORDING MODE F.
               88  NO-MORE-SHIPPED    VALUE 'Y'.
           05  ACK-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-ACKS       VALUE 'Y'.
           05  RCPT-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RCPT-RECS  VALUE 'Y'.
      *
       01  RECON-COUNTS.
           05  SHIPPED-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  MATCHED-CT         PIC S9(7) COMP-3 VALUE ZERO.
           05  NOT-CONFIRMED-CT   PIC S9(7) COMP-3 VALUE ZERO.
           05  NOT-SHIPPED-CT     PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    RECEIPT-CHECK -- the FILERCPT call area (RCPFLDS).
       01  RECEIPT-CHECK.
           COPY RCPFLDS.
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(33) VALUE
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM CHECK-FILE-RECEIPT.
           IF RCP-REFUSED
               DISPLAY 'VENDRECN: CONFIRMATION FILE REFUSED BY THE '
                       'RECEIPT REGISTRY -- DO NOT PAY THE INVOICE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  VENDOR-REC.
           OPEN INPUT  VENDOR-ACK.
           OPEN OUTPUT PRINT-LINE.
           CLOSE VENDOR-ACK.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    CHECK-FILE-RECEIPT -- one counting pass over VNDACK for
      *    the receipt registry, the numeric account numbers summed
      *    as the hash total.
       CHECK-FILE-RECEIPT.
           MOVE SPACES           TO RECEIPT-CHECK.
           MOVE 'STMTVNDR'       TO RCP-SENDER.
           MOVE 'VENDRECN'       TO RCP-PROGRAM.
           MOVE CURRENT-DATE-NUM TO RCP-FILE-DATE.
           SET RCP-DATE-RECEIVED TO TRUE.
           MOVE ZERO             TO RCP-RECORD-COUNT.
           MOVE ZERO             TO RCP-HASH-TOTAL.
           OPEN INPUT VENDOR-ACK.
           PERFORM READ-RCPT-REC
           PERFORM UNTIL NO-MORE-RCPT-RECS
               ADD 1 TO RCP-RECORD-COUNT
               IF ACK-ACCT-NO NUMERIC
                   ADD ACK-ACCT-NO-N TO RCP-HASH-TOTAL
               END-IF
               PERFORM READ-RCPT-REC
           END-PERFORM.
           CLOSE VENDOR-ACK.
           CALL 'FILERCPT' USING RECEIPT-CHECK.
      *
       READ-RCPT-REC.
           READ VENDOR-ACK
               AT END SET NO-MORE-RCPT-RECS TO TRUE
           END-READ.
      *
       REPORT-NOT-CONFIRMED.
           ADD 1 TO NOT-CONFIRMED-CT.
