      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SEGPROOF.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    SEGPROOF proves the balance segments (SEGFILE, per
      *    SEGFLDS) against the account master every night.  Every
      *    program that moves ACCT-BALANCE carries the segments
      *    forward beside the master it writes, and the five
      *    segment amounts are meant to add up to the balance to
      *    the penny; this run is the one that checks they do, the
      *    way RCVRECON checks the master against the ledger.
      *
      *    ACCTREC and SEGFILE are matched in account sequence:
      *
      *      - an account whose segments do not add up to its
      *        ACCT-BALANCE is listed on SEGRPT with both figures
      *        and the difference;
      *      - an account with no segment record is listed -- the
      *        next writer will give it one holding the whole
      *        balance as purchases, but until then the statement
      *        cannot break its balance down;
      *      - a segment record with no account is listed as an
      *        orphan.
      *
      *    Anything listed ends the step with RETURN-CODE 8; the
      *    trailer carries the accounts proved, the totals of both
      *    sides and the counts of each exception.  The run logs to
      *    RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC     ASSIGN TO ACCTREC.
           SELECT SEG-IN       ASSIGN TO SEGFILE.
           SELECT PRINT-LINE   ASSIGN TO SEGRPT.
           SELECT RUN-LOG      ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           COPY ACCTFLDS.
      *
       FD  SEG-IN RECORDING MODE F.
       01  SEGMENT-FIELDS.
           COPY SEGFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRF-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRF-BALANCE-O      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRF-SEG-SUM-O      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRF-DIFF-O         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRF-NOTE-O         PIC X(22).
       01  SUMMARY-REC.
           05  SUM-LABEL-O        PIC X(40).
           05  SUM-AMOUNT-O       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(22).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run; see
      *    JOBSTATS for the daily operations summary printed off it.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  MASTER-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-MASTERS    VALUE 'Y'.
           05  SEG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-SEGS       VALUE 'Y'.
      *
       01  PROOF-COUNTS.
           05  MASTERS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  SEGS-READ          PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-PROVED       PIC S9(7) COMP-3 VALUE ZERO.
           05  ACCTS-OUT-OF-PROOF PIC S9(7) COMP-3 VALUE ZERO.
           05  SEGS-MISSING       PIC S9(7) COMP-3 VALUE ZERO.
           05  SEGS-ORPHANED      PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  PROOF-WORK.
           05  SEG-SUB            PIC S9(4) COMP VALUE 0.
           05  SEG-SUM            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  SEG-DIFF           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  MASTER-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  SEGMENT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  RUN-LOG-WORK.
           05  LOG-START-STAMP.
               10  LOG-START-DATE     PIC 9(8).
               10  LOG-START-TIME-WK  PIC 9(6).
               10  FILLER             PIC X(7).
           05  LOG-END-STAMP.
               10  LOG-END-DATE       PIC 9(8).
               10  LOG-END-TIME-WK    PIC 9(6).
               10  FILLER             PIC X(7).
      *
       01  HEADER-1.
           05  FILLER         PIC X(40) VALUE
               'Balance Segment Proof'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(16) VALUE '     BALANCE'.
           05  FILLER         PIC X(16) VALUE '    SEGMENTS'.
           05  FILLER         PIC X(16) VALUE '  DIFFERENCE'.
           05  FILLER         PIC X(22) VALUE 'NOTE'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           OPEN INPUT  ACCT-REC.
           OPEN INPUT  SEG-IN.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-MASTER.
           PERFORM READ-SEG.
      *
       PROVE-SEGMENTS.
           PERFORM UNTIL NO-MORE-MASTERS
               PERFORM UNTIL NO-MORE-SEGS
                   OR SEG-ACCT-NO NOT < ACCT-NO
                   PERFORM LIST-ORPHAN
                   PERFORM READ-SEG
               END-PERFORM
               ADD ACCT-BALANCE TO MASTER-TOTAL
               IF NOT NO-MORE-SEGS AND SEG-ACCT-NO = ACCT-NO
                   PERFORM PROVE-ONE-ACCOUNT
                   PERFORM READ-SEG
               ELSE
                   PERFORM LIST-MISSING
               END-IF
               PERFORM READ-MASTER
           END-PERFORM.
           PERFORM UNTIL NO-MORE-SEGS
               PERFORM LIST-ORPHAN
               PERFORM READ-SEG
           END-PERFORM.
           PERFORM WRITE-TRAILER.
      *
       CLOSE-STOP.
           DISPLAY 'SEGPROOF: MASTERS READ      = ' MASTERS-READ.
           DISPLAY 'SEGPROOF: SEGMENTS READ     = ' SEGS-READ.
           DISPLAY 'SEGPROOF: ACCOUNTS PROVED   = ' ACCTS-PROVED.
           DISPLAY 'SEGPROOF: OUT OF PROOF      = '
                   ACCTS-OUT-OF-PROOF.
           DISPLAY 'SEGPROOF: SEGMENTS MISSING  = ' SEGS-MISSING.
           DISPLAY 'SEGPROOF: ORPHAN SEGMENTS   = ' SEGS-ORPHANED.
           IF ACCTS-OUT-OF-PROOF > ZERO
               OR SEGS-MISSING > ZERO
               OR SEGS-ORPHANED > ZERO
               DISPLAY 'SEGPROOF: SEGMENTS DO NOT PROVE TO THE '
                       'MASTER -- SEE SEGRPT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC.
           CLOSE SEG-IN.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    PROVE-ONE-ACCOUNT -- the five segments against the
      *    balance; only a difference is listed.
       PROVE-ONE-ACCOUNT.
           MOVE ZERO TO SEG-SUM.
           PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 5
               ADD SEG-AMOUNT(SEG-SUB) TO SEG-SUM
           END-PERFORM.
           ADD SEG-SUM TO SEGMENT-TOTAL.
           COMPUTE SEG-DIFF = ACCT-BALANCE - SEG-SUM.
           IF SEG-DIFF = ZERO
               ADD 1 TO ACCTS-PROVED
           ELSE
               ADD 1 TO ACCTS-OUT-OF-PROOF
               MOVE SPACES        TO PRINT-REC
               MOVE ACCT-NO       TO PRF-ACCT-NO-O
               MOVE ACCT-BALANCE  TO PRF-BALANCE-O
               MOVE SEG-SUM       TO PRF-SEG-SUM-O
               MOVE SEG-DIFF      TO PRF-DIFF-O
               MOVE 'SEGMENTS DO NOT ADD UP' TO PRF-NOTE-O
               WRITE PRINT-REC
           END-IF.
      *
       LIST-MISSING.
           ADD 1 TO SEGS-MISSING.
           MOVE SPACES        TO PRINT-REC.
           MOVE ACCT-NO       TO PRF-ACCT-NO-O.
           MOVE ACCT-BALANCE  TO PRF-BALANCE-O.
           MOVE ACCT-BALANCE  TO PRF-DIFF-O.
           MOVE 'NO SEGMENT RECORD' TO PRF-NOTE-O.
           WRITE PRINT-REC.
      *
       LIST-ORPHAN.
           ADD 1 TO SEGS-ORPHANED.
           MOVE ZERO TO SEG-SUM.
           PERFORM VARYING SEG-SUB FROM 1 BY 1 UNTIL SEG-SUB > 5
               ADD SEG-AMOUNT(SEG-SUB) TO SEG-SUM
           END-PERFORM.
           ADD SEG-SUM TO SEGMENT-TOTAL.
           MOVE SPACES        TO PRINT-REC.
           MOVE SEG-ACCT-NO   TO PRF-ACCT-NO-O.
           MOVE SEG-SUM       TO PRF-SEG-SUM-O.
           COMPUTE SEG-DIFF = ZERO - SEG-SUM.
           MOVE SEG-DIFF      TO PRF-DIFF-O.
           MOVE 'NO ACCOUNT ON MASTER' TO PRF-NOTE-O.
           WRITE PRINT-REC.
      *
       WRITE-TRAILER.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'ACCOUNT BALANCES ON THE MASTER' TO SUM-LABEL-O.
           MOVE MASTER-TOTAL TO SUM-AMOUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'BALANCE SEGMENTS ON SEGFILE' TO SUM-LABEL-O.
           MOVE SEGMENT-TOTAL TO SUM-AMOUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'ACCOUNTS PROVED' TO SUM-LABEL-O.
           MOVE ACCTS-PROVED TO SUM-AMOUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'ACCOUNTS OUT OF PROOF' TO SUM-LABEL-O.
           MOVE ACCTS-OUT-OF-PROOF TO SUM-AMOUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'ACCOUNTS WITHOUT SEGMENTS' TO SUM-LABEL-O.
           MOVE SEGS-MISSING TO SUM-AMOUNT-O.
           WRITE SUMMARY-REC.
           MOVE SPACES TO SUMMARY-REC.
           MOVE 'SEGMENT RECORDS WITHOUT ACCOUNTS' TO SUM-LABEL-O.
           MOVE SEGS-ORPHANED TO SUM-AMOUNT-O.
           WRITE SUMMARY-REC.
      *
       READ-MASTER.
           READ ACCT-REC
               AT END SET NO-MORE-MASTERS TO TRUE
           END-READ.
           IF NOT NO-MORE-MASTERS
               ADD 1 TO MASTERS-READ
           END-IF.
      *
       READ-SEG.
           READ SEG-IN
               AT END SET NO-MORE-SEGS TO TRUE
           END-READ.
           IF NOT NO-MORE-SEGS
               ADD 1 TO SEGS-READ
           END-IF.
      *
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'SEGPROOF' TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE MASTERS-READ TO LOG-RECS-IN.
           MOVE ACCTS-PROVED TO LOG-RECS-OUT.
           IF SEGMENT-TOTAL < ZERO
               MOVE '-' TO LOG-KEY-TOTAL-SIGN
               COMPUTE LOG-KEY-TOTAL = ZERO - SEGMENT-TOTAL
           ELSE
               MOVE '+' TO LOG-KEY-TOTAL-SIGN
               MOVE SEGMENT-TOTAL TO LOG-KEY-TOTAL
           END-IF.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
