      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLRVLIST.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    CLRVLIST prints the credit-review listing of purchases
      *    declined 'CL' -- refused not because the account was out
      *    of room, but because the customer's combined exposure
      *    across every account CUSTXREF links to them would have
      *    passed the ceiling CLIMMNT set on CUSTLIM.  Those are the
      *    customers worth a credit officer's look: either the
      *    ceiling is right and the customer is stretching, or it
      *    is stale and good business is being turned away.
      *
      *    CLREVIEW (CLRFLDS) collects the declines from both
      *    authorization paths -- PURCHAUT appends its batch
      *    declines, and CLRQDRN drains AUTHONL's online declines
      *    into the same file -- and this run lists every record on
      *    it, one line per decline in arrival order, showing the
      *    purchase, the customer's exposure before it, the ceiling,
      *    and how far past the ceiling the purchase would have
      *    gone.  The file is rolled off once the review is done.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-IN   ASSIGN TO CLREVIEW.
           SELECT PRINT-LINE  ASSIGN TO PRTLINE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REVIEW-IN RECORDING MODE F.
       01  REVIEW-FIELDS.
           COPY CLRFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LASTREC            PIC X VALUE SPACE.
      *
       01  REVIEW-COUNTS.
           05  DECLINES-LISTED    PIC S9(7) COMP-3 VALUE ZERO.
           05  DECLINES-BATCH     PIC S9(7) COMP-3 VALUE ZERO.
           05  DECLINES-ONLINE    PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  OVER-BY                PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(35) VALUE
               'Customer Ceiling Declines -- Review'.
           05  FILLER         PIC X(85) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Date'.
           05  FILLER         PIC X(08) VALUE 'Source'.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(10) VALUE 'Customer'.
           05  FILLER         PIC X(16) VALUE '      Purchase'.
           05  FILLER         PIC X(17) VALUE ' Exposure Before'.
           05  FILLER         PIC X(16) VALUE '       Ceiling'.
           05  FILLER         PIC X(16) VALUE '       Over By'.
           05  FILLER         PIC X(17) VALUE SPACES.
      *
       01  DETAIL-LINE.
           05  DET-DATE-O         PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-SOURCE-O       PIC X(6).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-CUST-ID-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-AMOUNT-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-EXPOSURE-O     PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-CEILING-O      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  DET-OVER-BY-O      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(21) VALUE SPACES.
      *
       01  TRAILER-1.
           05  FILLER         PIC X(18) VALUE 'Declines listed:  '.
           05  TRL-LISTED-O   PIC ZZZ,ZZ9.
           05  FILLER         PIC X(10) VALUE '   Batch: '.
           05  TRL-BATCH-O    PIC ZZZ,ZZ9.
           05  FILLER         PIC X(11) VALUE '   Online: '.
           05  TRL-ONLINE-O   PIC ZZZ,ZZ9.
           05  FILLER         PIC X(60) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           OPEN INPUT  REVIEW-IN.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
      *
       LIST-DECLINES.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               PERFORM WRITE-DECLINE-LINE
               PERFORM READ-RECORD
           END-PERFORM.
           MOVE DECLINES-LISTED TO TRL-LISTED-O.
           MOVE DECLINES-BATCH  TO TRL-BATCH-O.
           MOVE DECLINES-ONLINE TO TRL-ONLINE-O.
           WRITE PRINT-REC FROM TRAILER-1.
      *
       CLOSE-STOP.
           DISPLAY 'CLRVLIST: DECLINES LISTED = ' DECLINES-LISTED.
           DISPLAY 'CLRVLIST: FROM BATCH      = ' DECLINES-BATCH.
           DISPLAY 'CLRVLIST: FROM ONLINE     = ' DECLINES-ONLINE.
           CLOSE REVIEW-IN.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-RECORD.
           READ REVIEW-IN
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
       WRITE-DECLINE-LINE.
           ADD 1 TO DECLINES-LISTED.
           MOVE CLR-DECLINE-DATE TO DET-DATE-O.
           IF CLR-FROM-ONLINE
               MOVE 'ONLINE' TO DET-SOURCE-O
               ADD 1 TO DECLINES-ONLINE
           ELSE
               MOVE 'BATCH'  TO DET-SOURCE-O
               ADD 1 TO DECLINES-BATCH
           END-IF.
           MOVE CLR-ACCT-NO      TO DET-ACCT-NO-O.
           MOVE CLR-CUST-ID      TO DET-CUST-ID-O.
           MOVE CLR-AMOUNT       TO DET-AMOUNT-O.
           MOVE CLR-EXPOSURE     TO DET-EXPOSURE-O.
           MOVE CLR-CEILING      TO DET-CEILING-O.
           COMPUTE OVER-BY =
               CLR-EXPOSURE + CLR-AMOUNT - CLR-CEILING.
           MOVE OVER-BY          TO DET-OVER-BY-O.
           WRITE PRINT-REC FROM DETAIL-LINE.
      *
