      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MCHKRPT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    MCHKRPT is the maker-checker report for the sensitive
      *    master changes ACCTMNT (LI, IR, ST) and EMPMAINT (RT)
      *    hold for a second operator.  The first part lists
      *    MCHKLOG, every change that has left a pending file --
      *    applied, declined or expired -- with who keyed it and
      *    when, and who decided it and when.  The second part
      *    lists what is still waiting: PENDIN is the account and
      *    employee pending files as the last runs left them,
      *    concatenated.  All records are PNDFLDS.  The key column
      *    is the ACCT-NO or the EMP-NO, the value exactly as the
      *    maker keyed it.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MCHK-LOG    ASSIGN TO MCHKLOG.
           SELECT PEND-IN     ASSIGN TO PENDIN.
           SELECT PRINT-LINE  ASSIGN TO MCHKPRT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  MCHK-LOG RECORDING MODE F.
       01  MCHK-LOG-REC           PIC X(80).
      *
       FD  PEND-IN RECORDING MODE F.
       01  PEND-IN-REC            PIC X(80).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  RPT-KEY-O          PIC X(8).
           05  FILLER             PIC X(01).
           05  RPT-FIELD-O        PIC X(2).
           05  FILLER             PIC X(01).
           05  RPT-VALUE-O        PIC X(9).
           05  FILLER             PIC X(01).
           05  RPT-MAKER-O        PIC X(8).
           05  FILLER             PIC X(01).
           05  RPT-MADE-O         PIC 9(8).
           05  FILLER             PIC X(01).
           05  RPT-CHECKER-O      PIC X(8).
           05  FILLER             PIC X(01).
           05  RPT-CHECKED-O      PIC 9(8).
           05  FILLER             PIC X(01).
           05  RPT-NOTE-O         PIC X(19).
           05  FILLER             PIC X(03).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LOG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-LOG        VALUE 'Y'.
           05  PEND-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-PENDING    VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE    PIC 9(8).
           05  FILLER             PIC X(13).
      *
       01  PEND-FIELDS.
           COPY PNDFLDS.
      *
       01  RUN-TOTALS.
           05  CHANGES-APPLIED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-DECLINED   PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-EXPIRED    PIC S9(7) COMP-3 VALUE ZERO.
           05  CHANGES-WAITING    PIC S9(7) COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER          PIC X(36) VALUE
               'Maker-Checker Change Report as of  '.
           05  HDR-DATE-O      PIC 9(8).
           05  FILLER          PIC X(36) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER          PIC X(80) VALUE
               'Changes applied, declined or expired (MCHKLOG)'.
      *
       01  HEADER-3.
           05  FILLER          PIC X(80) VALUE
               'Changes awaiting approval (PENDIN)'.
      *
       01  HEADER-4.
           05  FILLER          PIC X(09) VALUE 'Key'.
           05  FILLER          PIC X(03) VALUE 'Fd'.
           05  FILLER          PIC X(10) VALUE 'Value'.
           05  FILLER          PIC X(09) VALUE 'Maker'.
           05  FILLER          PIC X(09) VALUE 'Made'.
           05  FILLER          PIC X(09) VALUE 'Checker'.
           05  FILLER          PIC X(09) VALUE 'Checked'.
           05  FILLER          PIC X(22) VALUE 'Outcome'.
      *
       01  TRAILER-1.
           05  FILLER          PIC X(30) VALUE
               'Changes applied:              '.
           05  TRL-APPLIED-O   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(43) VALUE SPACES.
      *
       01  TRAILER-2.
           05  FILLER          PIC X(30) VALUE
               'Changes declined:             '.
           05  TRL-DECLINED-O  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(43) VALUE SPACES.
      *
       01  TRAILER-3.
           05  FILLER          PIC X(30) VALUE
               'Changes expired:              '.
           05  TRL-EXPIRED-O   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(43) VALUE SPACES.
      *
       01  TRAILER-4.
           05  FILLER          PIC X(30) VALUE
               'Changes awaiting approval:    '.
           05  TRL-WAITING-O   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(43) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN INPUT  MCHK-LOG.
           OPEN INPUT  PEND-IN.
           OPEN OUTPUT PRINT-LINE.
           MOVE WS-CURRENT-DATE TO HDR-DATE-O.
           WRITE PRINT-REC FROM HEADER-1.
      *
       LIST-THE-LOG.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-4.
           PERFORM READ-LOG.
           PERFORM UNTIL NO-MORE-LOG
               MOVE MCHK-LOG-REC TO PEND-FIELDS
               PERFORM LIST-CHANGE
               PERFORM READ-LOG
           END-PERFORM.
      *
       LIST-THE-PENDING.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM HEADER-3.
           WRITE PRINT-REC FROM HEADER-4.
           PERFORM READ-PENDING.
           PERFORM UNTIL NO-MORE-PENDING
               MOVE PEND-IN-REC TO PEND-FIELDS
               PERFORM LIST-CHANGE
               PERFORM READ-PENDING
           END-PERFORM.
      *
       CLOSE-STOP.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE CHANGES-APPLIED  TO TRL-APPLIED-O.
           WRITE PRINT-REC FROM TRAILER-1.
           MOVE CHANGES-DECLINED TO TRL-DECLINED-O.
           WRITE PRINT-REC FROM TRAILER-2.
           MOVE CHANGES-EXPIRED  TO TRL-EXPIRED-O.
           WRITE PRINT-REC FROM TRAILER-3.
           MOVE CHANGES-WAITING  TO TRL-WAITING-O.
           WRITE PRINT-REC FROM TRAILER-4.
           DISPLAY 'MCHKRPT: CHANGES APPLIED  = ' CHANGES-APPLIED.
           DISPLAY 'MCHKRPT: CHANGES DECLINED = ' CHANGES-DECLINED.
           DISPLAY 'MCHKRPT: CHANGES EXPIRED  = ' CHANGES-EXPIRED.
           DISPLAY 'MCHKRPT: CHANGES WAITING  = ' CHANGES-WAITING.
           CLOSE MCHK-LOG.
           CLOSE PEND-IN.
           CLOSE PRINT-LINE.
           GOBACK.
      *
       READ-LOG.
           READ MCHK-LOG
               AT END SET NO-MORE-LOG TO TRUE
           END-READ.
      *
       READ-PENDING.
           READ PEND-IN
               AT END SET NO-MORE-PENDING TO TRUE
           END-READ.
      *
      *    LIST-CHANGE -- one PNDFLDS record; the outcome column is
      *    the reason where one was given, else the status.
       LIST-CHANGE.
           MOVE SPACES           TO PRINT-REC.
           MOVE PND-KEY          TO RPT-KEY-O.
           MOVE PND-FIELD-CODE   TO RPT-FIELD-O.
           MOVE PND-NEW-VALUE    TO RPT-VALUE-O.
           MOVE PND-MAKER-ID     TO RPT-MAKER-O.
           MOVE PND-MADE-DATE    TO RPT-MADE-O.
           MOVE PND-CHECKER-ID   TO RPT-CHECKER-O.
           MOVE PND-CHECKED-DATE TO RPT-CHECKED-O.
           EVALUATE TRUE
               WHEN PND-APPLIED
                   MOVE 'APPLIED'  TO RPT-NOTE-O
                   ADD 1 TO CHANGES-APPLIED
               WHEN PND-REJECTED
                   MOVE 'DECLINED' TO RPT-NOTE-O
                   ADD 1 TO CHANGES-DECLINED
               WHEN PND-EXPIRED
                   MOVE 'EXPIRED'  TO RPT-NOTE-O
                   ADD 1 TO CHANGES-EXPIRED
               WHEN OTHER
                   MOVE 'AWAITING' TO RPT-NOTE-O
                   ADD 1 TO CHANGES-WAITING
           END-EVALUATE.
           IF PND-REASON NOT = SPACES
               MOVE PND-REASON TO RPT-NOTE-O
           END-IF.
           WRITE PRINT-REC.
