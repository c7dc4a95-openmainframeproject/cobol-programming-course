      *      - the open suspense file, renumbered and re-sequenced
      *        the same way, so recirculating money follows the
      *        customer;
      *      - the balance segments (SEGFILE, per SEGFLDS),
      *        renumbered and re-sequenced the same way, so the
      *        balance keeps its breakdown under the new number;
      *      - ACCTVSAM: the old key is deleted and the renumbered
      *        record written, so the online lookups answer the new
      *        number immediately.
           SELECT SUSP-WORK   ASSIGN TO SUSWORK.
           SELECT SUSP-SORT   ASSIGN TO SUSSORT.
           SELECT SUSP-OUT    ASSIGN TO SUSPOUT.
           SELECT SEG-IN      ASSIGN TO SEGIN.
           SELECT SEG-WORK    ASSIGN TO SEGWORK.
           SELECT SEG-SORT    ASSIGN TO SEGSORT.
           SELECT SEG-OUT     ASSIGN TO SEGOUT.
           SELECT ACCT-VSAM   ASSIGN TO ACCTVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY ACCTFLDS.
      *
       FD  RENUM-WORK RECORDING MODE F.
       01  RENUM-WORK-REC         PIC X(400).
      *
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(392).
      *
       FD  NEW-ACCT-REC RECORDING MODE F.
       01  NEW-ACCT-FIELDS        PIC X(400).
      *
       FD  SUSP-IN RECORDING MODE F.
       01  SUSP-FIELDS.
      *
       FD  SUSP-OUT RECORDING MODE F.
       01  SUSP-OUT-REC           PIC X(80).
      *
       FD  SEG-IN RECORDING MODE F.
       01  SEG-FIELDS.
           05  SEG-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  SEG-WORK RECORDING MODE F.
       01  SEG-WORK-REC           PIC X(80).
      *
       SD  SEG-SORT.
       01  SEG-SORT-REC.
           05  SRT-G-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(72).
      *
       FD  SEG-OUT RECORDING MODE F.
       01  SEG-OUT-REC            PIC X(80).
      *
       FD  ACCT-VSAM RECORDING MODE F.
       01  VSAM-FIELDS.
           05  VSAM-ACCT-NO       PIC X(8).
           05  VSAM-REST          PIC X(392).
      *
      *    XREF-OUT -- the cumulative old-to-new cross-reference,
      *    the PORTCONV shape: old number, new number, change date.
               88  NO-MORE-CARDS      VALUE 'Y'.
           05  SUSP-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SUSP       VALUE 'Y'.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
           05  CARD-CAPACITY-FLAG PIC X VALUE 'N'.
               88  CARD-TABLE-FULL    VALUE 'Y'.
      *
           05  CHANGES-APPLIED    PIC S9(5) COMP-3 VALUE ZERO.
           05  CARDS-REJECTED     PIC S9(5) COMP-3 VALUE ZERO.
           05  SUSP-RENUMBERED    PIC S9(5) COMP-3 VALUE ZERO.
           05  SEGS-RENUMBERED    PIC S9(5) COMP-3 VALUE ZERO.
           05  VSAM-RENUMBERED    PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    CARD-TABLE -- the change cards with the verdicts of the
           PERFORM JUDGE-EACH-CARD.
           PERFORM RENUMBER-THE-MASTER.
           PERFORM RENUMBER-THE-SUSPENSE.
           PERFORM RENUMBER-THE-SEGMENTS.
           PERFORM RENUMBER-THE-VSAM.
           PERFORM WRITE-XREF-RECORDS.
      *
           DISPLAY 'ACCTRNUM: CHANGES APPLIED  = ' CHANGES-APPLIED.
           DISPLAY 'ACCTRNUM: CARDS REJECTED   = ' CARDS-REJECTED.
           DISPLAY 'ACCTRNUM: SUSPENSE ITEMS   = ' SUSP-RENUMBERED.
           DISPLAY 'ACCTRNUM: SEGMENT RECORDS  = ' SEGS-RENUMBERED.
           DISPLAY 'ACCTRNUM: VSAM RECORDS     = ' VSAM-RENUMBERED.
           IF CARD-TABLE-FULL
               DISPLAY 'ACCTRNUM: CARD TABLE FILLED AT 50 -- '
           READ SUSP-IN
               AT END SET NO-MORE-SUSP TO TRUE
           END-READ.
      *
       RENUMBER-THE-SEGMENTS.
           OPEN INPUT  SEG-IN.
           OPEN OUTPUT SEG-WORK.
           PERFORM READ-SEG
           PERFORM UNTIL NO-MORE-SEGS
               PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CARD-COUNT
                   IF CDT-USABLE(CD-IDX) = 'Y'
                       AND CDT-OLD-ACCT(CD-IDX) = SEG-ACCT-NO
                       MOVE CDT-NEW-ACCT(CD-IDX) TO SEG-ACCT-NO
                       ADD 1 TO SEGS-RENUMBERED
                   END-IF
               END-PERFORM
               WRITE SEG-WORK-REC FROM SEG-FIELDS
               PERFORM READ-SEG
           END-PERFORM.
           CLOSE SEG-IN.
           CLOSE SEG-WORK.
           SORT SEG-SORT
               ON ASCENDING KEY SRT-G-ACCT-NO
               USING SEG-WORK
               GIVING SEG-OUT.
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
      *
      *    RENUMBER-THE-VSAM -- read the old key, delete it, write
      *    the record back under the new key; the online lookups
