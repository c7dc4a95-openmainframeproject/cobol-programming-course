      *    ACCT-NO sequence) are each routed record by record to the
      *    slice whose range covers the key: the masters to
      *    ACCTOUT1-4, the transactions to TRANOUT1-4, the suspense
      *    items to SUSPOUT1-4.  The balance segments (SEGIN, per
      *    SEGFLDS) are cut the same way to SEGOUT1-4, so each
      *    slice's POSTACCT run carries its own accounts' segments.
      *    Each master slice also gets its own
      *    CTLFLDS control record on CTLOUT1-4, so each slice's
      *    POSTACCT run verifies its handed master exactly the way
      *    a whole-book run verifies CTLIN.
           SELECT SUSP-OUT-2  ASSIGN TO SUSPOUT2.
           SELECT SUSP-OUT-3  ASSIGN TO SUSPOUT3.
           SELECT SUSP-OUT-4  ASSIGN TO SUSPOUT4.
           SELECT SEG-IN      ASSIGN TO SEGIN.
           SELECT SEG-OUT-1   ASSIGN TO SEGOUT1.
           SELECT SEG-OUT-2   ASSIGN TO SEGOUT2.
           SELECT SEG-OUT-3   ASSIGN TO SEGOUT3.
           SELECT SEG-OUT-4   ASSIGN TO SEGOUT4.
           SELECT CTL-IN      ASSIGN TO CTLIN.
           SELECT CTL-OUT-1   ASSIGN TO CTLOUT1.
           SELECT CTL-OUT-2   ASSIGN TO CTLOUT2.
           05  FILLER             PIC X(72).
      *
       FD  ACCT-OUT-1 RECORDING MODE F.
       01  ACCT-OUT-1-REC         PIC X(400).
       FD  ACCT-OUT-2 RECORDING MODE F.
       01  ACCT-OUT-2-REC         PIC X(400).
       FD  ACCT-OUT-3 RECORDING MODE F.
       01  ACCT-OUT-3-REC         PIC X(400).
       FD  ACCT-OUT-4 RECORDING MODE F.
       01  ACCT-OUT-4-REC         PIC X(400).
      *
       FD  TRAN-OUT-1 RECORDING MODE F.
       01  TRAN-OUT-1-REC         PIC X(50).
       01  SUSP-OUT-3-REC         PIC X(80).
       FD  SUSP-OUT-4 RECORDING MODE F.
       01  SUSP-OUT-4-REC         PIC X(80).
      *
       FD  SEG-IN RECORDING MODE F.
       01  SEG-IN-REC.
           05  SEGI-ACCT-NO       PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  SEG-OUT-1 RECORDING MODE F.
       01  SEG-OUT-1-REC          PIC X(80).
       FD  SEG-OUT-2 RECORDING MODE F.
       01  SEG-OUT-2-REC          PIC X(80).
       FD  SEG-OUT-3 RECORDING MODE F.
       01  SEG-OUT-3-REC          PIC X(80).
       FD  SEG-OUT-4 RECORDING MODE F.
       01  SEG-OUT-4-REC          PIC X(80).
      *
       FD  CTL-IN RECORDING MODE F.
       01  CTL-IN-FIELDS.
               88  NO-MORE-TRANS      VALUE 'Y'.
           05  SUSP-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SUSP       VALUE 'Y'.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
           05  RANGE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-RANGES     VALUE 'Y'.
      *
           05  MASTERS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  TRANS-READ         PIC S9(7) COMP-3 VALUE ZERO.
           05  SUSP-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  SEGS-READ          PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    RANGE-TABLE -- the boundaries off RANGECTL, in order; a
      *    key belongs to the first range whose high key covers it.
               10  SLT-LIMIT      PIC S9(11)V99 COMP-3.
               10  SLT-TRANS      PIC S9(7) COMP-3.
               10  SLT-SUSP       PIC S9(7) COMP-3.
               10  SLT-SEGS       PIC S9(7) COMP-3.
      *
       01  CTL-BUILD-WORK.
           COPY CTLFLDS.
               MOVE ZERO TO SLT-LIMIT(SL-IDX)
               MOVE ZERO TO SLT-TRANS(SL-IDX)
               MOVE ZERO TO SLT-SUSP(SL-IDX)
               MOVE ZERO TO SLT-SEGS(SL-IDX)
           END-PERFORM.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  TRAN-REC.
           OPEN INPUT  SUSP-IN.
           OPEN INPUT  SEG-IN.
           OPEN OUTPUT ACCT-OUT-1 ACCT-OUT-2 ACCT-OUT-3 ACCT-OUT-4.
           OPEN OUTPUT TRAN-OUT-1 TRAN-OUT-2 TRAN-OUT-3 TRAN-OUT-4.
           OPEN OUTPUT SUSP-OUT-1 SUSP-OUT-2 SUSP-OUT-3 SUSP-OUT-4.
           OPEN OUTPUT SEG-OUT-1 SEG-OUT-2 SEG-OUT-3 SEG-OUT-4.
      *
       SPLIT-THE-INPUTS.
           PERFORM READ-MASTER
               PERFORM WRITE-SLICE-SUSP
               PERFORM READ-SUSP
           END-PERFORM.
           PERFORM READ-SEG
           PERFORM UNTIL NO-MORE-SEGS
               ADD 1 TO SEGS-READ
               MOVE SEGI-ACCT-NO TO SLICE-NO-KEY-WORK
               PERFORM FIND-SLICE
               PERFORM WRITE-SLICE-SEG
               PERFORM READ-SEG
           END-PERFORM.
           PERFORM WRITE-SLICE-CONTROLS.
      *
       CLOSE-STOP.
           DISPLAY 'POSTSPLT: MASTERS READ   = ' MASTERS-READ.
           DISPLAY 'POSTSPLT: TRANS READ     = ' TRANS-READ.
           DISPLAY 'POSTSPLT: SUSPENSE READ  = ' SUSP-READ.
           DISPLAY 'POSTSPLT: SEGMENTS READ  = ' SEGS-READ.
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > RANGE-COUNT
               DISPLAY 'POSTSPLT: SLICE ' SL-IDX
                   ' MASTERS=' SLT-COUNT(SL-IDX)
                   ' TRANS=' SLT-TRANS(SL-IDX)
                   ' SUSP=' SLT-SUSP(SL-IDX)
                   ' SEGS=' SLT-SEGS(SL-IDX)
           END-PERFORM.
           CLOSE ACCT-REC.
           CLOSE TRAN-REC.
           CLOSE SUSP-IN.
           CLOSE SEG-IN.
           CLOSE ACCT-OUT-1 ACCT-OUT-2 ACCT-OUT-3 ACCT-OUT-4.
           CLOSE TRAN-OUT-1 TRAN-OUT-2 TRAN-OUT-3 TRAN-OUT-4.
           CLOSE SUSP-OUT-1 SUSP-OUT-2 SUSP-OUT-3 SUSP-OUT-4.
           CLOSE SEG-OUT-1 SEG-OUT-2 SEG-OUT-3 SEG-OUT-4.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
               WHEN 3 WRITE SUSP-OUT-3-REC FROM SUSP-IN-REC
               WHEN 4 WRITE SUSP-OUT-4-REC FROM SUSP-IN-REC
           END-EVALUATE.
      *
       WRITE-SLICE-SEG.
           ADD 1 TO SLT-SEGS(SLICE-NO).
           EVALUATE SLICE-NO
               WHEN 1 WRITE SEG-OUT-1-REC FROM SEG-IN-REC
               WHEN 2 WRITE SEG-OUT-2-REC FROM SEG-IN-REC
               WHEN 3 WRITE SEG-OUT-3-REC FROM SEG-IN-REC
               WHEN 4 WRITE SEG-OUT-4-REC FROM SEG-IN-REC
           END-EVALUATE.
      *
      *    WRITE-SLICE-CONTROLS -- one CTLFLDS record per slice, the
      *    same record POSTACCT's producer would have written for a
               AT END SET NO-MORE-SUSP TO TRUE
           END-READ.
      *
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
