      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RETROPAY.
       AUTHOR.        Otto B. Mathwiz.
      *--------------------
      *    RETROPAY works out the retroactive pay owed when a rate
      *    change is keyed after the date it took effect.  EMPMAINT
      *    records every hire and rate change on RATEHIST with the
      *    date it takes effect and the date it was keyed; PAYSTB01
      *    records on PAYDTL the hours each period was paid and the
      *    rate it was paid at.  For every period on PAYDTL the run
      *    finds the rate in force on the pay date -- the RATEHIST
      *    entry with the latest effective date not after it, the
      *    later entry winning a tie -- and when that entry was
      *    keyed after the pay date the period was priced at the old
      *    rate and is re-priced:
      *
      *      (rate in force - rate paid) x (regular hours +
      *       overtime hours x 1.5), rounded to the cent.
      *
      *    "Rate paid" is the PAYDTL rate, or the new rate on the
      *    last adjustment already paid for that period, so a
      *    second back-dated change only pays the difference still
      *    owed.  A back-dated CUT is listed on the register but no
      *    adjustment is written: money already paid is not clawed
      *    back by this run.
      *
      *    RETROIN is the previous RETROADJ and RETROOUT the new
      *    one.  Paid (P) adjustments are carried forward as they
      *    are.  Every other adjustment is recomputed from scratch;
      *    where the recomputed line matches an earlier one for the
      *    same period, rate and amount, the A or S payroll already
      *    keyed on it is kept, otherwise the line comes out blank
      *    and waits for a decision.  PAYSTB01 pays the approved
      *    ones.  RETRORPT lists every adjustment with its decision,
      *    the cuts not recovered, and the totals.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HIST   ASSIGN TO RATEHIST.
           SELECT PAY-DTL     ASSIGN TO PAYDTL.
           SELECT RETRO-IN    ASSIGN TO RETROIN.
           SELECT RETRO-OUT   ASSIGN TO RETROOUT.
           SELECT PRINT-LINE  ASSIGN TO RETRORPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RATE-HIST RECORDING MODE F.
       01  RATE-HIST-FIELDS.
           COPY RTHFLDS.
      *
       FD  PAY-DTL RECORDING MODE F.
       01  PAY-DTL-REC.
           05  PDT-EMP-NO         PIC X(6).
           05  PDT-EMP-NAME       PIC X(25).
           05  PDT-RUN-DATE       PIC 9(8).
           05  PDT-GROSS          PIC S9(7)V99 COMP-3.
           05  PDT-TAX            PIC S9(7)V99 COMP-3.
           05  PDT-NET            PIC S9(7)V99 COMP-3.
           05  PDT-REG-HOURS      PIC S9(3)V99 COMP-3.
           05  PDT-OT-HOURS       PIC S9(3)V99 COMP-3.
           05  PDT-RATE-PAID      PIC S9(3)V99 COMP-3.
           05  PDT-RETRO-PAY      PIC S9(5)V99 COMP-3.
           05  FILLER             PIC X(13).
      *
       FD  RETRO-IN RECORDING MODE F.
       01  RETRO-IN-FIELDS.
           COPY RTAFLDS REPLACING LEADING ==RTA-== BY ==RTI-==.
      *
       FD  RETRO-OUT RECORDING MODE F.
       01  RETRO-FIELDS.
           COPY RTAFLDS.
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  RPT-EMP-NO-O       PIC X(6).
           05  FILLER             PIC X(01).
           05  RPT-NAME-O         PIC X(20).
           05  FILLER             PIC X(01).
           05  RPT-PERIOD-O       PIC 9(8).
           05  FILLER             PIC X(01).
           05  RPT-HOURS-O        PIC ZZ9.99.
           05  FILLER             PIC X(01).
           05  RPT-OLD-RATE-O     PIC ZZ9.99.
           05  FILLER             PIC X(01).
           05  RPT-NEW-RATE-O     PIC ZZ9.99.
           05  FILLER             PIC X(01).
           05  RPT-AMOUNT-O       PIC $$,$$9.99-.
           05  FILLER             PIC X(01).
           05  RPT-NOTE-O         PIC X(11).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RATE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-RATES      VALUE 'Y'.
           05  DTL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-DETAIL     VALUE 'Y'.
           05  RETRO-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-RETROS     VALUE 'Y'.
           05  IN-FORCE-FLAG      PIC X VALUE 'N'.
               88  RATE-IN-FORCE      VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE    PIC 9(8).
           05  FILLER             PIC X(13).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
      *
      *    The figures for the period being re-priced.
       01  PERIOD-WORK.
           05  RATE-PAID          PIC S9(3)V99 COMP-3 VALUE ZERO.
           05  RATE-NOW           PIC S9(3)V99 COMP-3 VALUE ZERO.
           05  RATE-NOW-EFF       PIC 9(8) VALUE ZERO.
           05  RATE-NOW-ENTERED   PIC 9(8) VALUE ZERO.
           05  RETRO-AMOUNT       PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  PERIOD-HOURS       PIC S9(3)V99 COMP-3 VALUE ZERO.
      *
      *    HIST-TABLE -- RATEHIST in storage, in file order, so a
      *    later entry for the same effective date wins.
       01  HIST-CTL.
           05  HIST-COUNT         PIC S9(4) COMP VALUE 0.
           05  HIST-MAX           PIC S9(4) COMP VALUE 1000.
       01  HIST-TABLE.
           05  HIST-ENTRY OCCURS 1000 TIMES INDEXED BY HS-IDX.
               10  HST-EMP-NO     PIC X(6).
               10  HST-EFF-DATE   PIC 9(8).
               10  HST-RATE       PIC S9(3)V99 COMP-3.
               10  HST-ENTERED    PIC 9(8).
      *
      *    RETRO-TABLE -- RETROIN in storage, each record whole.
      *    The P records are carried forward and set the rate a
      *    period has been made up to; the rest lend their
      *    decisions to matching recomputed lines.
       01  RETRO-CTL.
           05  RETRO-COUNT        PIC S9(4) COMP VALUE 0.
           05  RETRO-MAX          PIC S9(4) COMP VALUE 2000.
       01  RETRO-TABLE.
           05  RETRO-ENTRY OCCURS 2000 TIMES INDEXED BY RA-IDX.
               10  RAT-IMAGE      PIC X(80).
      *
       01  RUN-TOTALS.
           05  PERIODS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  PAID-CARRIED       PIC S9(7) COMP-3 VALUE ZERO.
           05  ADJ-WRITTEN        PIC S9(7) COMP-3 VALUE ZERO.
           05  DECISIONS-KEPT     PIC S9(7) COMP-3 VALUE ZERO.
           05  CUTS-LISTED        PIC S9(7) COMP-3 VALUE ZERO.
           05  ADJ-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  CUT-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER          PIC X(34) VALUE
               'Retroactive Pay Adjustments as of '.
           05  HDR-DATE-O      PIC 9(8).
           05  FILLER          PIC X(38) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER          PIC X(07) VALUE 'Emp No '.
           05  FILLER          PIC X(21) VALUE 'Employee Name'.
           05  FILLER          PIC X(09) VALUE 'Period'.
           05  FILLER          PIC X(07) VALUE ' Hours'.
           05  FILLER          PIC X(07) VALUE '  Paid'.
           05  FILLER          PIC X(07) VALUE '   Now'.
           05  FILLER          PIC X(11) VALUE '    Amount'.
           05  FILLER          PIC X(11) VALUE 'Decision'.
      *
       01  TRAILER-1.
           05  FILLER          PIC X(30) VALUE
               'Adjustments owed this run:    '.
           05  TRL-COUNT-O     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TRL-AMOUNT-O    PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(27) VALUE SPACES.
      *
       01  TRAILER-2.
           05  FILLER          PIC X(30) VALUE
               'Rate cuts not recovered:      '.
           05  TRL-CUT-COUNT-O PIC ZZZ,ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TRL-CUT-AMT-O   PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(27) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-HIST-TABLE.
           PERFORM LOAD-RETRO-TABLE.
           OPEN INPUT  PAY-DTL.
           OPEN OUTPUT RETRO-OUT.
           OPEN OUTPUT PRINT-LINE.
           MOVE CURRENT-DATE-NUM TO HDR-DATE-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM CARRY-PAID-ADJUSTMENTS.
      *
       REPRICE-THE-PERIODS.
           PERFORM READ-DETAIL.
           PERFORM UNTIL NO-MORE-DETAIL
               ADD 1 TO PERIODS-READ
               IF PDT-RATE-PAID NUMERIC
                   AND PDT-RATE-PAID > ZERO
                   PERFORM REPRICE-PERIOD
               END-IF
               PERFORM READ-DETAIL
           END-PERFORM.
      *
       CLOSE-STOP.
           MOVE ADJ-WRITTEN  TO TRL-COUNT-O.
           MOVE ADJ-TOTAL    TO TRL-AMOUNT-O.
           WRITE PRINT-REC FROM TRAILER-1.
           MOVE CUTS-LISTED  TO TRL-CUT-COUNT-O.
           MOVE CUT-TOTAL    TO TRL-CUT-AMT-O.
           WRITE PRINT-REC FROM TRAILER-2.
           DISPLAY 'RETROPAY: PERIODS READ     = ' PERIODS-READ.
           DISPLAY 'RETROPAY: PAID CARRIED     = ' PAID-CARRIED.
           DISPLAY 'RETROPAY: ADJUSTMENTS OWED = ' ADJ-WRITTEN.
           DISPLAY 'RETROPAY: DECISIONS KEPT   = ' DECISIONS-KEPT.
           DISPLAY 'RETROPAY: CUTS NOT RECOVERED = ' CUTS-LISTED.
           CLOSE PAY-DTL.
           CLOSE RETRO-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    LOAD-HIST-TABLE -- a rate history that will not fit
      *    would price periods at the wrong rate, so the run is
      *    refused rather than guessed at.
       LOAD-HIST-TABLE.
           OPEN INPUT RATE-HIST.
           PERFORM READ-RATE-HIST
           PERFORM UNTIL NO-MORE-RATES
               IF HIST-COUNT < HIST-MAX
                   ADD 1 TO HIST-COUNT
                   MOVE RTH-EMP-NO       TO HST-EMP-NO(HIST-COUNT)
                   MOVE RTH-EFF-DATE     TO HST-EFF-DATE(HIST-COUNT)
                   MOVE RTH-RATE         TO HST-RATE(HIST-COUNT)
                   MOVE RTH-ENTERED-DATE TO HST-ENTERED(HIST-COUNT)
               ELSE
                   DISPLAY 'RETROPAY: RATE HISTORY FILLED AT 1000 '
                           '-- RUN REFUSED'
                   CLOSE RATE-HIST
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM READ-RATE-HIST
           END-PERFORM.
           CLOSE RATE-HIST.
      *
       READ-RATE-HIST.
           READ RATE-HIST
               AT END SET NO-MORE-RATES TO TRUE
           END-READ.
      *
      *    LOAD-RETRO-TABLE -- likewise refused if it will not fit:
      *    a paid adjustment dropped here would be paid again.
       LOAD-RETRO-TABLE.
           OPEN INPUT RETRO-IN.
           PERFORM READ-RETRO
           PERFORM UNTIL NO-MORE-RETROS
               IF RETRO-COUNT < RETRO-MAX
                   ADD 1 TO RETRO-COUNT
                   MOVE RETRO-IN-FIELDS TO RAT-IMAGE(RETRO-COUNT)
               ELSE
                   DISPLAY 'RETROPAY: RETRO TABLE FILLED AT 2000 '
                           '-- RUN REFUSED'
                   CLOSE RETRO-IN
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM READ-RETRO
           END-PERFORM.
           CLOSE RETRO-IN.
      *
       READ-RETRO.
           READ RETRO-IN
               AT END SET NO-MORE-RETROS TO TRUE
           END-READ.
      *
       READ-DETAIL.
           READ PAY-DTL
               AT END SET NO-MORE-DETAIL TO TRUE
           END-READ.
      *
       CARRY-PAID-ADJUSTMENTS.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > RETRO-COUNT
               MOVE RAT-IMAGE(RA-IDX) TO RETRO-FIELDS
               IF RTA-PAID
                   WRITE RETRO-FIELDS
                   ADD 1 TO PAID-CARRIED
               END-IF
           END-PERFORM.
      *
      *    REPRICE-PERIOD -- one PAYDTL period against the rate
      *    history.  Nothing is owed unless the rate in force was
      *    keyed after the period was paid.
       REPRICE-PERIOD.
           PERFORM FIND-RATE-IN-FORCE.
           IF RATE-IN-FORCE
               AND RATE-NOW-ENTERED > PDT-RUN-DATE
               PERFORM FIND-RATE-PAID
               COMPUTE PERIOD-HOURS = PDT-REG-HOURS + PDT-OT-HOURS
               COMPUTE RETRO-AMOUNT ROUNDED =
                   (RATE-NOW - RATE-PAID)
                   * (PDT-REG-HOURS + PDT-OT-HOURS * 1.5)
               IF RETRO-AMOUNT > ZERO
                   PERFORM WRITE-ADJUSTMENT
               ELSE
                   IF RETRO-AMOUNT < ZERO
                       PERFORM LIST-RATE-CUT
                   END-IF
               END-IF
           END-IF.
      *
       FIND-RATE-IN-FORCE.
           MOVE 'N'  TO IN-FORCE-FLAG.
           MOVE ZERO TO RATE-NOW RATE-NOW-EFF RATE-NOW-ENTERED.
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HIST-COUNT
               IF HST-EMP-NO(HS-IDX) = PDT-EMP-NO
                   AND HST-EFF-DATE(HS-IDX) <= PDT-RUN-DATE
                   AND HST-EFF-DATE(HS-IDX) >= RATE-NOW-EFF
                   MOVE 'Y'                 TO IN-FORCE-FLAG
                   MOVE HST-RATE(HS-IDX)    TO RATE-NOW
                   MOVE HST-EFF-DATE(HS-IDX) TO RATE-NOW-EFF
                   MOVE HST-ENTERED(HS-IDX) TO RATE-NOW-ENTERED
               END-IF
           END-PERFORM.
      *
      *    FIND-RATE-PAID -- the PAYDTL rate, or the rate the last
      *    paid adjustment for this period brought it up to.
       FIND-RATE-PAID.
           MOVE PDT-RATE-PAID TO RATE-PAID.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > RETRO-COUNT
               MOVE RAT-IMAGE(RA-IDX) TO RETRO-IN-FIELDS
               IF RTI-PAID
                   AND RTI-EMP-NO = PDT-EMP-NO
                   AND RTI-PERIOD-DATE = PDT-RUN-DATE
                   MOVE RTI-NEW-RATE TO RATE-PAID
               END-IF
           END-PERFORM.
      *
      *    WRITE-ADJUSTMENT -- a decision already keyed on an
      *    identical line is kept; anything else waits for one.
       WRITE-ADJUSTMENT.
           MOVE SPACES           TO RETRO-FIELDS.
           MOVE PDT-EMP-NO       TO RTA-EMP-NO.
           MOVE PDT-EMP-NAME     TO RTA-EMP-NAME.
           MOVE PDT-RUN-DATE     TO RTA-PERIOD-DATE.
           MOVE PDT-REG-HOURS    TO RTA-REG-HOURS.
           MOVE PDT-OT-HOURS     TO RTA-OT-HOURS.
           MOVE RATE-PAID        TO RTA-OLD-RATE.
           MOVE RATE-NOW         TO RTA-NEW-RATE.
           MOVE RETRO-AMOUNT     TO RTA-AMOUNT.
           MOVE CURRENT-DATE-NUM TO RTA-COMPUTED-DATE.
           MOVE ZERO             TO RTA-PAID-DATE.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > RETRO-COUNT
               MOVE RAT-IMAGE(RA-IDX) TO RETRO-IN-FIELDS
               IF (RTI-APPROVED OR RTI-SKIPPED)
                   AND RTI-EMP-NO = PDT-EMP-NO
                   AND RTI-PERIOD-DATE = PDT-RUN-DATE
                   AND RTI-NEW-RATE = RATE-NOW
                   AND RTI-AMOUNT = RETRO-AMOUNT
                   MOVE RTI-DECISION TO RTA-DECISION
               END-IF
           END-PERFORM.
           IF NOT RTA-AWAITING
               ADD 1 TO DECISIONS-KEPT
           END-IF.
           WRITE RETRO-FIELDS.
           ADD 1            TO ADJ-WRITTEN.
           ADD RETRO-AMOUNT TO ADJ-TOTAL.
           MOVE SPACES TO PRINT-REC.
           PERFORM MOVE-PERIOD-TO-LINE.
           EVALUATE TRUE
               WHEN RTA-APPROVED
                   MOVE 'APPROVED'    TO RPT-NOTE-O
               WHEN RTA-SKIPPED
                   MOVE 'SKIPPED'     TO RPT-NOTE-O
               WHEN OTHER
                   MOVE 'AWAITING'    TO RPT-NOTE-O
           END-EVALUATE.
           WRITE PRINT-REC.
      *
       LIST-RATE-CUT.
           ADD 1            TO CUTS-LISTED.
           ADD RETRO-AMOUNT TO CUT-TOTAL.
           MOVE SPACES TO PRINT-REC.
           PERFORM MOVE-PERIOD-TO-LINE.
           MOVE 'CUT-NOT REC' TO RPT-NOTE-O.
           WRITE PRINT-REC.
      *
       MOVE-PERIOD-TO-LINE.
           MOVE PDT-EMP-NO       TO RPT-EMP-NO-O.
           MOVE PDT-EMP-NAME     TO RPT-NAME-O.
           MOVE PDT-RUN-DATE     TO RPT-PERIOD-O.
           MOVE PERIOD-HOURS     TO RPT-HOURS-O.
           MOVE RATE-PAID        TO RPT-OLD-RATE-O.
           MOVE RATE-NOW         TO RPT-NEW-RATE-O.
           MOVE RETRO-AMOUNT     TO RPT-AMOUNT-O.
