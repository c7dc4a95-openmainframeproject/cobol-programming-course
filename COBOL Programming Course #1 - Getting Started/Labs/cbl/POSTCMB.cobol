      *    record, so the next consumer's handshake covers the
      *    reassembled file -- the per-range totals proving they
      *    sum to the whole is exactly that record.
      *
      *    The slices' balance segments (SEGIN1-4, the SEGOUT each
      *    slice's POSTACCT run wrote, per SEGFLDS) are copied to
      *    SEGOUT in the same range order, so the whole-book
      *    segment file stays in account sequence beside NEWACCT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT CTL-IN-3    ASSIGN TO CTLIN3.
           SELECT CTL-IN-4    ASSIGN TO CTLIN4.
           SELECT NEW-ACCT-REC ASSIGN TO NEWACCT.
           SELECT SEG-IN-1    ASSIGN TO SEGIN1.
           SELECT SEG-IN-2    ASSIGN TO SEGIN2.
           SELECT SEG-IN-3    ASSIGN TO SEGIN3.
           SELECT SEG-IN-4    ASSIGN TO SEGIN4.
           SELECT SEG-OUT     ASSIGN TO SEGOUT.
           SELECT CTL-OUT     ASSIGN TO CTLOUT.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
           05  FILLER             PIC X(79).
      *
       FD  ACCT-IN-1 RECORDING MODE F.
       01  ACCT-IN-1-REC          PIC X(400).
       FD  ACCT-IN-2 RECORDING MODE F.
       01  ACCT-IN-2-REC          PIC X(400).
       FD  ACCT-IN-3 RECORDING MODE F.
       01  ACCT-IN-3-REC          PIC X(400).
       FD  ACCT-IN-4 RECORDING MODE F.
       01  ACCT-IN-4-REC          PIC X(400).
      *
       FD  CTL-IN-1 RECORDING MODE F.
       01  CTL-IN-1-REC           PIC X(80).
       01  CTL-IN-4-REC           PIC X(80).
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS        PIC X(400).
      *
       FD  SEG-IN-1 RECORDING MODE F.
       01  SEG-IN-1-REC           PIC X(80).
       FD  SEG-IN-2 RECORDING MODE F.
       01  SEG-IN-2-REC           PIC X(80).
       FD  SEG-IN-3 RECORDING MODE F.
       01  SEG-IN-3-REC           PIC X(80).
       FD  SEG-IN-4 RECORDING MODE F.
       01  SEG-IN-4-REC           PIC X(80).
      *
       FD  SEG-OUT RECORDING MODE F.
       01  SEG-OUT-REC            PIC X(80).
      *
       FD  CTL-OUT RECORDING MODE F.
       01  CTL-OUT-FIELDS.
               88  SLICE-AT-END       VALUE 'Y'.
           05  CTL-EMPTY-FLAG     PIC X VALUE 'N'.
               88  SLICE-CTL-EMPTY    VALUE 'Y'.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  SLICE-SEGS-AT-END  VALUE 'Y'.
      *
       01  RANGE-COUNT            PIC S9(4) COMP VALUE 0.
       01  SLICE-NO               PIC S9(4) COMP VALUE 0.
       01  SEGS-COMBINED          PIC S9(7) COMP-3 VALUE ZERO.
       01  SLICE-SEG-WORK         PIC X(80).
      *
      *    SLICE-WORK -- the record in hand, viewed through the
      *    master layout so its key and money fields can be summed.
           END-IF.
           MOVE FUNCTION NUMVAL(PARM-RANGE-COUNT) TO RANGE-COUNT.
           OPEN OUTPUT NEW-ACCT-REC.
           OPEN OUTPUT SEG-OUT.
      *
       COMBINE-SLICES.
           PERFORM VARYING SLICE-NO FROM 1 BY 1
       CLOSE-STOP.
           DISPLAY 'POSTCMB: RANGES COMBINED = ' RANGE-COUNT.
           DISPLAY 'POSTCMB: MASTERS WRITTEN = ' CMB-RECORD-COUNT.
           DISPLAY 'POSTCMB: SEGMENTS WRITTEN = ' SEGS-COMBINED.
           CLOSE NEW-ACCT-REC.
           CLOSE SEG-OUT.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
           END-PERFORM.
           PERFORM CLOSE-SLICE-MASTER.
           PERFORM VERIFY-SLICE-TOTALS.
           PERFORM COPY-SLICE-SEGMENTS.
           ADD SLC-RECORD-COUNT TO CMB-RECORD-COUNT.
           ADD SLC-BALANCE-SUM  TO CMB-BALANCE-SUM.
           ADD SLC-LIMIT-SUM    TO CMB-LIMIT-SUM.
               WHEN 4 CLOSE ACCT-IN-4
           END-EVALUATE.
      *
      *    COPY-SLICE-SEGMENTS -- the slice's segment records
      *    through to SEGOUT; the key order was proven on the
      *    master and SEGPROOF proves the segments against it.
       COPY-SLICE-SEGMENTS.
           MOVE 'N' TO SEG-EOF-FLAG.
           EVALUATE SLICE-NO
               WHEN 1 OPEN INPUT SEG-IN-1
               WHEN 2 OPEN INPUT SEG-IN-2
               WHEN 3 OPEN INPUT SEG-IN-3
               WHEN 4 OPEN INPUT SEG-IN-4
           END-EVALUATE.
           PERFORM READ-SLICE-SEGMENT
           PERFORM UNTIL SLICE-SEGS-AT-END
               WRITE SEG-OUT-REC FROM SLICE-SEG-WORK
               ADD 1 TO SEGS-COMBINED
               PERFORM READ-SLICE-SEGMENT
           END-PERFORM.
           EVALUATE SLICE-NO
               WHEN 1 CLOSE SEG-IN-1
               WHEN 2 CLOSE SEG-IN-2
               WHEN 3 CLOSE SEG-IN-3
               WHEN 4 CLOSE SEG-IN-4
           END-EVALUATE.
      *
       READ-SLICE-SEGMENT.
           EVALUATE SLICE-NO
               WHEN 1
                   READ SEG-IN-1 INTO SLICE-SEG-WORK
                       AT END SET SLICE-SEGS-AT-END TO TRUE
                   END-READ
               WHEN 2
                   READ SEG-IN-2 INTO SLICE-SEG-WORK
                       AT END SET SLICE-SEGS-AT-END TO TRUE
                   END-READ
               WHEN 3
                   READ SEG-IN-3 INTO SLICE-SEG-WORK
                       AT END SET SLICE-SEGS-AT-END TO TRUE
                   END-READ
               WHEN 4
                   READ SEG-IN-4 INTO SLICE-SEG-WORK
                       AT END SET SLICE-SEGS-AT-END TO TRUE
                   END-READ
           END-EVALUATE.
      *
      *    WRITE-MASTER-CONTROL -- the combined figures, the sum of
      *    the proven per-range totals, as the whole-book control
      *    record the next consumer verifies NEWACCT against.
