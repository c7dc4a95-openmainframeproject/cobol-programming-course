      *    EXPENSE for gross, credits to TAX WITHHOLDING PAYABLE,
      *    GARNISHMENTS PAYABLE, DEDUCTIONS PAYABLE and NET PAY
      *    CLEARING; see GLFLDS for the chart of accounts.
      *
      *    Retroactive pay arrives on RETROIN (RTAFLDS), the
      *    adjustments RETROPAY worked out for periods paid before a
      *    back-dated rate change was keyed.  Only those payroll has
      *    marked A on the retro register are paid: they are added
      *    to the employee's gross as a separate Retro Pay line on
      *    the stub, withheld on with the period's own pay, and
      *    rolled into YTD, PAYDTL and PAYHIST like any other
      *    earnings.  Each paid adjustment is marked P with today's
      *    date on RETROOUT; the rest are carried as they were.
      *    PAYDTL now also records the hours paid and the rate they
      *    were paid at -- what RETROPAY re-prices a period from.
      *
      *    Bonuses and sales commissions are no longer paid outside
      *    the system and patched into YTD by hand.  SUPPIN
      *    (SUPFLDS) carries the supplemental earnings payroll has
      *    keyed -- employee, earnings type (B bonus, C commission)
      *    and amount -- and each pending item is paid the next
      *    time its employee is: added to gross as its own Bonus or
      *    Commission line on the stub and withheld on at the flat
      *    supplemental rate, the RATEFILE record with filing code
      *    F (.220 when none is loaded), rather than the regular
      *    rate.  YTD and PAYDTL carry the bonus and commission paid
      *    by type, and the GL feed books them to SUPPLEMENTAL WAGE
      *    EXPENSE apart from regular wages.  Paid items are marked
      *    P with the pay date on SUPPOUT.  PARMCARD gives the run
      *    type: blank (or R) is the regular run; B is a bonus-only
      *    run, which pays supplemental earnings and nothing else --
      *    no hours, no retro pay, and none of the per-period
      *    garnishments or deductions the regular run already took
      *    -- to the employees with something pending; everyone
      *    else's YTD is carried through untouched.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT PAY-DTL    ASSIGN TO PAYDTL.
           SELECT PAY-HIST   ASSIGN TO PAYHIST.
           SELECT CHK-REG    ASSIGN TO CHKREG.
           SELECT RETRO-IN   ASSIGN TO RETROIN.
           SELECT RETRO-OUT  ASSIGN TO RETROOUT.
           SELECT SUPP-IN    ASSIGN TO SUPPIN.
           SELECT SUPP-OUT   ASSIGN TO SUPPOUT.
           SELECT PARM-CARD  ASSIGN TO PARMCARD.
      *-------------
       DATA DIVISION.
      *-------------
      *
      *    YTD-IN/YTD-OUT -- one record per employee paid anything
      *    this year: gross, tax withheld and net, accumulated a
      *    period at a time, and the bonus and commission included
      *    in that gross.  A record written before the supplemental
      *    fields existed carries spaces there, read as zero.
       FD  YTD-IN RECORDING MODE F.
       01  YTD-IN-REC.
           05  YTI-EMP-NO         PIC X(6).
           05  YTI-GROSS          PIC S9(7)V99 COMP-3.
           05  YTI-TAX            PIC S9(7)V99 COMP-3.
           05  YTI-NET            PIC S9(7)V99 COMP-3.
           05  YTI-BONUS          PIC S9(7)V99 COMP-3.
           05  YTI-COMMISSION     PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(9).
      *
       FD  YTD-OUT RECORDING MODE F.
       01  YTD-OUT-REC.
           05  YTO-GROSS          PIC S9(7)V99 COMP-3.
           05  YTO-TAX            PIC S9(7)V99 COMP-3.
           05  YTO-NET            PIC S9(7)V99 COMP-3.
           05  YTO-BONUS          PIC S9(7)V99 COMP-3.
           05  YTO-COMMISSION     PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(9).
      *
      *    RATE-FILE -- one effective-dated withholding rate per
      *    record: date, filing status, rate (999 implied .999).
      *    Filing status F is the flat supplemental earnings rate.
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-REC.
           05  RTF-EFF-DATE       PIC 9(8).
           05  PDT-GROSS          PIC S9(7)V99 COMP-3.
           05  PDT-TAX            PIC S9(7)V99 COMP-3.
           05  PDT-NET            PIC S9(7)V99 COMP-3.
      *    PDT-REG-HOURS/PDT-OT-HOURS/PDT-RATE-PAID -- what the
      *    period was paid on; PDT-RETRO-PAY -- retroactive pay
      *    included in PDT-GROSS; PDT-BONUS-PAY/PDT-COMMISSION-PAY
      *    -- supplemental earnings included in PDT-GROSS, by type.
      *    A bonus-only run pays no hours and records a zero rate.
      *    Records written before these fields existed carry spaces
      *    here.
           05  PDT-REG-HOURS      PIC S9(3)V99 COMP-3.
           05  PDT-OT-HOURS       PIC S9(3)V99 COMP-3.
           05  PDT-RATE-PAID      PIC S9(3)V99 COMP-3.
           05  PDT-RETRO-PAY      PIC S9(5)V99 COMP-3.
           05  PDT-BONUS-PAY      PIC S9(5)V99 COMP-3.
           05  PDT-COMMISSION-PAY PIC S9(5)V99 COMP-3.
           05  FILLER             PIC X(5).
      *
       FD  PAY-HIST RECORDING MODE F.
       01  PAY-HIST-REC.
           05  CKR-STATUS         PIC X(1).
           05  CKR-CLEARED-DATE   PIC 9(8).
           05  FILLER             PIC X(17).
      *
      *    RETRO-IN/RETRO-OUT -- the retro adjustments; see RTAFLDS.
       FD  RETRO-IN RECORDING MODE F.
       01  RETRO-IN-REC           PIC X(80).
      *
       FD  RETRO-OUT RECORDING MODE F.
       01  RETRO-FIELDS.
           COPY RTAFLDS.
      *
      *    SUPP-IN/SUPP-OUT -- the supplemental earnings; see
      *    SUPFLDS.
       FD  SUPP-IN RECORDING MODE F.
       01  SUPP-IN-REC            PIC X(80).
      *
       FD  SUPP-OUT RECORDING MODE F.
       01  SUPP-FIELDS.
           COPY SUPFLDS.
      *
      *    PARM-CARD -- one 80-byte control record carrying the run
      *    type in byte 1: blank or R regular, B bonus-only.
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-TYPE      PIC X(1).
           05  FILLER             PIC X(79).
      *
       FD  CHK-EXCP RECORDING MODE F.
       01  CHK-REC.
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
           05 RUN-TYPE         PIC X VALUE SPACE.
               88 REGULAR-RUN      VALUE SPACE 'R'.
               88 BONUS-ONLY-RUN   VALUE 'B'.
           05 SUPP-DUE-FLAG    PIC X VALUE 'N'.
               88 SUPP-DUE         VALUE 'Y'.
               88 NO-SUPP-DUE      VALUE 'N'.
      *
       01  YTD-WORK.
           05 YTD-EOF-FLAG     PIC X VALUE 'N'.
           05 YTD-GROSS        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-TAX          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-NET          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-BONUS        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-COMMISSION   PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01  PAY-WORK.
           05 REG-HOURS        PIC S9(3)V99 COMP-3 VALUE ZERO.
           05 GARN-AMT         PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 GARN-THIS-EMP    PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 GARN-ROOM-LEFT   PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 RETRO-PAY        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 BONUS-PAY        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 COMMISSION-PAY   PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 SUPP-PAY         PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 SUPP-RATE        PIC V999         VALUE ZERO.
           05 SUPP-TAX         PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 NET-PAY          PIC S9(5)V99 COMP-3 VALUE ZERO.
      *
      *    Run totals for the GLFEED journal; gross must equal tax
           05 RUN-DED-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-GARN-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-NET-SUM      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-BONUS-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-COMM-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-WAGE-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-EMP-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    CHECK-NO-WORK -- check numbers 'P' + yymmdd + a three-
               10  GT-PAID        PIC S9(7)V99 COMP-3.
               10  GT-STATUS      PIC X(1).
      *
      *    RETRO-TABLE -- RETROIN in storage for the run, each
      *    record whole; the approved ones are paid and marked as
      *    their employees come up, and the table is written back
      *    out at the end.
       01  RETRO-TABLE-CTL.
           05  RETRO-COUNT     PIC S9(4) COMP VALUE 0.
           05  RETRO-MAX       PIC S9(4) COMP VALUE 2000.
           05  RETRO-EOF-FLAG  PIC X VALUE 'N'.
               88  NO-MORE-RETROS  VALUE 'Y'.
           05  RETROS-PAID     PIC S9(5) COMP-3 VALUE ZERO.
       01  RETRO-TABLE.
           05  RETRO-ENTRY OCCURS 2000 TIMES INDEXED BY RA-IDX.
               10  RAT-IMAGE      PIC X(80).
      *
      *    SUPP-TABLE -- SUPPIN in storage for the run, each record
      *    whole, the same way RETRO-TABLE holds RETROIN.
       01  SUPP-TABLE-CTL.
           05  SUPP-COUNT      PIC S9(4) COMP VALUE 0.
           05  SUPP-MAX        PIC S9(4) COMP VALUE 2000.
           05  SUPP-EOF-FLAG   PIC X VALUE 'N'.
               88  NO-MORE-SUPPS   VALUE 'Y'.
           05  SUPPS-PAID      PIC S9(5) COMP-3 VALUE ZERO.
           05  SUPPS-PENDING   PIC S9(5) COMP-3 VALUE ZERO.
           05  SUPPS-DROPPED   PIC S9(5) COMP-3 VALUE ZERO.
       01  SUPP-TABLE.
           05  SUPP-ENTRY OCCURS 2000 TIMES INDEXED BY SP-IDX.
               10  SPT-IMAGE      PIC X(80).
      *
      *    RATE-TABLE -- the loaded withholding rates; PICK-TAX-RATE
      *    takes the latest effective date not after today for the
      *    employee's filing status.  An empty or dateless table
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-RATE-TABLE.
           PERFORM PICK-SUPP-RATE.
           PERFORM LOAD-DED-TABLE.
           PERFORM LOAD-GARN-TABLE.
           PERFORM LOAD-RETRO-TABLE.
           PERFORM LOAD-SUPP-TABLE.
           OPEN INPUT  EMP-REC.
           OPEN OUTPUT PRINT-LINE.
           OPEN INPUT  YTD-IN.
           PERFORM READ-RECORD
            PERFORM UNTIL LASTREC = 'Y'
            PERFORM CARRY-ORPHAN-YTD
            PERFORM CHECK-SUPP-DUE
            IF EMP-TERMINATED
                OR (BONUS-ONLY-RUN AND NO-SUPP-DUE)
                PERFORM CARRY-TERMINATED-YTD
            ELSE
                PERFORM COMPUTE-PAY
           PERFORM WRITE-DEPOSIT-TRAILER.
           PERFORM WRITE-DEDUCTION-REGISTER.
           PERFORM WRITE-GARN-MASTER.
           PERFORM WRITE-RETRO-FILE.
           PERFORM WRITE-SUPP-FILE.
           PERFORM WRITE-GL-FEED.
           PERFORM WRITE-RUN-HISTORY.
           CLOSE EMP-REC.
      *
      *    CARRY-TERMINATED-YTD -- a terminated employee gets no
      *    stub and no pay, but the year already earned stays on the
      *    YTD file for the year-end register.  So does anyone with
      *    nothing supplemental pending on a bonus-only run.
       CARRY-TERMINATED-YTD.
           IF NOT NO-MORE-YTD AND YTI-EMP-NO = EMP-NO
               MOVE YTD-IN-REC TO YTD-OUT-REC
               MOVE YTI-GROSS TO YTD-GROSS
               MOVE YTI-TAX   TO YTD-TAX
               MOVE YTI-NET   TO YTD-NET
               MOVE ZERO      TO YTD-BONUS
               MOVE ZERO      TO YTD-COMMISSION
               IF YTI-BONUS NUMERIC
                   MOVE YTI-BONUS      TO YTD-BONUS
               END-IF
               IF YTI-COMMISSION NUMERIC
                   MOVE YTI-COMMISSION TO YTD-COMMISSION
               END-IF
               PERFORM READ-YTD
           ELSE
               MOVE ZERO TO YTD-GROSS
               MOVE ZERO TO YTD-TAX
               MOVE ZERO TO YTD-NET
               MOVE ZERO TO YTD-BONUS
               MOVE ZERO TO YTD-COMMISSION
           END-IF.
           ADD GROSS-PAY      TO YTD-GROSS.
           ADD TAX-AMT        TO YTD-TAX.
           ADD NET-PAY        TO YTD-NET.
           ADD BONUS-PAY      TO YTD-BONUS.
           ADD COMMISSION-PAY TO YTD-COMMISSION.
           MOVE SPACES         TO YTD-OUT-REC.
           MOVE EMP-NO         TO YTO-EMP-NO.
           MOVE YTD-GROSS      TO YTO-GROSS.
           MOVE YTD-TAX        TO YTO-TAX.
           MOVE YTD-NET        TO YTO-NET.
           MOVE YTD-BONUS      TO YTO-BONUS.
           MOVE YTD-COMMISSION TO YTO-COMMISSION.
           WRITE YTD-OUT-REC.
      *
       FLUSH-REMAINING-YTD.
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    COMPUTE-PAY -- regular earnings are withheld on at the
      *    employee's rate and supplemental earnings at the flat
      *    supplemental rate.  A bonus-only run pays the
      *    supplemental earnings alone.
       COMPUTE-PAY.
           PERFORM PICK-TAX-RATE.
           IF BONUS-ONLY-RUN
               MOVE ZERO TO REG-HOURS
               MOVE ZERO TO OT-HOURS
               MOVE ZERO TO REG-PAY
               MOVE ZERO TO OT-PAY
               MOVE ZERO TO RETRO-PAY
           ELSE
               IF HOURS-WORKED > 40
                   MOVE 40                    TO REG-HOURS
                   COMPUTE OT-HOURS = HOURS-WORKED - 40
               ELSE
                   MOVE HOURS-WORKED          TO REG-HOURS
                   MOVE 0                    TO OT-HOURS
               END-IF
               COMPUTE REG-PAY = REG-HOURS * HOURLY-RATE
               COMPUTE OT-PAY  = OT-HOURS * HOURLY-RATE * 1.5
               PERFORM TAKE-RETRO-PAY
           END-IF.
           PERFORM TAKE-SUPP-PAY.
           COMPUTE GROSS-PAY = REG-PAY + OT-PAY + RETRO-PAY
               + SUPP-PAY.
           COMPUTE TAX-AMT = (GROSS-PAY - SUPP-PAY) * TAX-RATE.
           COMPUTE SUPP-TAX = SUPP-PAY * SUPP-RATE.
           ADD SUPP-TAX TO TAX-AMT.
           COMPUTE DEDUCTIBLE-LEFT = GROSS-PAY - TAX-AMT.
           IF DEDUCTIBLE-LEFT < ZERO
               MOVE ZERO TO DEDUCTIBLE-LEFT
           END-IF.
           IF BONUS-ONLY-RUN
               MOVE ZERO TO GARN-THIS-EMP
               MOVE ZERO TO DED-TOTAL
           ELSE
               PERFORM APPLY-GARNISHMENTS
               PERFORM APPLY-DEDUCTIONS
           END-IF.
           COMPUTE NET-PAY = GROSS-PAY - TAX-AMT
               - GARN-THIS-EMP - DED-TOTAL.
           ADD GROSS-PAY     TO RUN-GROSS-TOTAL.
           ADD TAX-AMT       TO RUN-TAX-TOTAL.
           ADD GARN-THIS-EMP TO RUN-GARN-TOTAL.
           ADD DED-TOTAL     TO RUN-DED-TOTAL.
           ADD BONUS-PAY     TO RUN-BONUS-TOTAL.
           ADD COMMISSION-PAY TO RUN-COMM-TOTAL.
      *
      *    TAKE-RETRO-PAY -- this employee's approved adjustments,
      *    totalled into RETRO-PAY and marked paid today.
       TAKE-RETRO-PAY.
           MOVE ZERO TO RETRO-PAY.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > RETRO-COUNT
               MOVE RAT-IMAGE(RA-IDX) TO RETRO-FIELDS
               IF RTA-EMP-NO = EMP-NO AND RTA-APPROVED
                   ADD RTA-AMOUNT TO RETRO-PAY
                   ADD 1 TO RETROS-PAID
                   MOVE 'P'              TO RTA-DECISION
                   MOVE CURRENT-DATE-NUM TO RTA-PAID-DATE
                   MOVE RETRO-FIELDS TO RAT-IMAGE(RA-IDX)
               END-IF
           END-PERFORM.
      *
      *    CHECK-SUPP-DUE -- whether this employee has supplemental
      *    earnings waiting; a bonus-only run pays no one else.
       CHECK-SUPP-DUE.
           SET NO-SUPP-DUE TO TRUE.
           PERFORM VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUPP-COUNT OR SUPP-DUE
               MOVE SPT-IMAGE(SP-IDX) TO SUPP-FIELDS
               IF SUP-EMP-NO = EMP-NO AND SUP-PENDING
                   SET SUPP-DUE TO TRUE
               END-IF
           END-PERFORM.
      *
      *    TAKE-SUPP-PAY -- this employee's pending supplemental
      *    earnings, totalled by type and marked paid today.
       TAKE-SUPP-PAY.
           MOVE ZERO TO BONUS-PAY.
           MOVE ZERO TO COMMISSION-PAY.
           PERFORM VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUPP-COUNT
               MOVE SPT-IMAGE(SP-IDX) TO SUPP-FIELDS
               IF SUP-EMP-NO = EMP-NO AND SUP-PENDING
                   IF SUP-BONUS
                       ADD SUP-AMOUNT TO BONUS-PAY
                   ELSE
                       ADD SUP-AMOUNT TO COMMISSION-PAY
                   END-IF
                   ADD 1 TO SUPPS-PAID
                   MOVE 'P'              TO SUP-STATUS
                   MOVE CURRENT-DATE-NUM TO SUP-PAID-DATE
                   MOVE SUPP-FIELDS TO SPT-IMAGE(SP-IDX)
               END-IF
           END-PERFORM.
           COMPUTE SUPP-PAY = BONUS-PAY + COMMISSION-PAY.
      *
      *    APPLY-GARNISHMENTS -- this employee's open orders in
      *    ascending legal priority, applied out of what tax left:
               AT END SET NO-MORE-RATES TO TRUE
           END-READ.
      *
      *    PICK-SUPP-RATE -- the flat supplemental rate, filing code
      *    F, chosen once for the run the way PICK-TAX-RATE chooses
      *    the regular one; nothing loaded falls back to .220.
       PICK-SUPP-RATE.
           MOVE ZERO TO BEST-RATE-DATE.
           MOVE .220 TO SUPP-RATE.
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > RATE-COUNT
               IF RT-FILING(RT-IDX) = 'F'
                   AND RT-EFF-DATE(RT-IDX) <= CURRENT-DATE-NUM
                   AND RT-EFF-DATE(RT-IDX) >= BEST-RATE-DATE
                   MOVE RT-EFF-DATE(RT-IDX) TO BEST-RATE-DATE
                   MOVE RT-RATE(RT-IDX)     TO SUPP-RATE
               END-IF
           END-PERFORM.
      *
      *    READ-PARM-CARD -- the run type; an empty card is the
      *    regular run, and a type this program does not know
      *    refuses the run rather than guess which pay to issue.
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE SPACES TO PARM-REC
           END-READ.
           CLOSE PARM-CARD.
           MOVE PARM-RUN-TYPE TO RUN-TYPE.
           IF NOT REGULAR-RUN AND NOT BONUS-ONLY-RUN
               DISPLAY 'PAYSTB01: RUN TYPE NOT B, R OR BLANK '
                   '-- RUN REFUSED: ' PARM-RUN-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BONUS-ONLY-RUN
               DISPLAY 'PAYSTB01: BONUS-ONLY RUN'
           END-IF.
      *
      *    LOAD-GARN-TABLE -- the order master into storage.  An
      *    order this run cannot read it also cannot carry forward
      *    or apply, and mishandling a court order exposes the
               AT END SET NO-MORE-GARNS TO TRUE
           END-READ.
      *
      *    LOAD-RETRO-TABLE -- RETROIN into storage.  An adjustment
      *    that will not fit could neither be paid nor carried, so
      *    the run is refused, the same as an unreadable order.
       LOAD-RETRO-TABLE.
           OPEN INPUT RETRO-IN.
           PERFORM READ-RETRO
           PERFORM UNTIL NO-MORE-RETROS
               IF RETRO-COUNT < RETRO-MAX
                   ADD 1 TO RETRO-COUNT
                   MOVE RETRO-IN-REC TO RAT-IMAGE(RETRO-COUNT)
               ELSE
                   DISPLAY 'PAYSTB01: RETRO TABLE FILLED AT 2000 '
                       '-- RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
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
       WRITE-RETRO-FILE.
           OPEN OUTPUT RETRO-OUT.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > RETRO-COUNT
               MOVE RAT-IMAGE(RA-IDX) TO RETRO-FIELDS
               WRITE RETRO-FIELDS
           END-PERFORM.
           CLOSE RETRO-OUT.
           DISPLAY 'PAYSTB01: RETRO ADJUSTMENTS PAID = ' RETROS-PAID.
      *
      *    LOAD-SUPP-TABLE -- SUPPIN into storage.  Earnings this
      *    run cannot read or hold could neither be paid nor
      *    carried, so an unreadable item or a full table refuses
      *    the run, the same as RETROIN.
       LOAD-SUPP-TABLE.
           OPEN INPUT SUPP-IN.
           PERFORM READ-SUPP
           PERFORM UNTIL NO-MORE-SUPPS
               MOVE SUPP-IN-REC TO SUPP-FIELDS
               IF SUP-EMP-NO = SPACES
                   OR NOT SUP-TYPE-VALID
                   OR SUP-AMOUNT NOT NUMERIC
                   DISPLAY 'PAYSTB01: SUPPLEMENTAL EARNINGS '
                       'UNREADABLE -- RUN REFUSED: ' SUP-EMP-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SUPP-COUNT < SUPP-MAX
                   ADD 1 TO SUPP-COUNT
                   MOVE SUPP-IN-REC TO SPT-IMAGE(SUPP-COUNT)
               ELSE
                   DISPLAY 'PAYSTB01: SUPPLEMENTAL TABLE FILLED AT '
                       '2000 -- RUN REFUSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-SUPP
           END-PERFORM.
           CLOSE SUPP-IN.
      *
       READ-SUPP.
           READ SUPP-IN
               AT END SET NO-MORE-SUPPS TO TRUE
           END-READ.
      *
      *    WRITE-SUPP-FILE -- the table back out: pending items as
      *    they were, items paid this year marked P; items paid in
      *    an earlier year have done their job and drop off.
       WRITE-SUPP-FILE.
           OPEN OUTPUT SUPP-OUT.
           PERFORM VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > SUPP-COUNT
               MOVE SPT-IMAGE(SP-IDX) TO SUPP-FIELDS
               IF SUP-PAID
                   AND SUP-PAID-DATE(1:4) NOT = CURRENT-DATE-NUM(1:4)
                   ADD 1 TO SUPPS-DROPPED
               ELSE
                   IF SUP-PENDING
                       ADD 1 TO SUPPS-PENDING
                   END-IF
                   WRITE SUPP-FIELDS
               END-IF
           END-PERFORM.
           CLOSE SUPP-OUT.
           DISPLAY 'PAYSTB01: SUPPLEMENTAL ITEMS PAID = ' SUPPS-PAID.
           DISPLAY 'PAYSTB01: SUPPLEMENTAL ITEMS STILL PENDING = '
               SUPPS-PENDING.
           DISPLAY 'PAYSTB01: PRIOR-YEAR ITEMS DROPPED = '
               SUPPS-DROPPED.
      *
      *    WRITE-GARN-MASTER -- the whole order table back out, caps
      *    advanced and satisfied orders marked.
       WRITE-GARN-MASTER.
      *
      *    WRITE-GL-FEED -- the run as one balanced journal: wage
      *    expense against the withholding liabilities and net-pay
      *    clearing.  Bonus and commission go to supplemental wage
      *    expense, one line each, and regular wages carry the rest
      *    of gross.  Debits written must equal credits written; a
      *    feed that does not balance never ships.
       WRITE-GL-FEED.
           MOVE ZERO TO GL-DR-TOTAL.
           MOVE ZERO TO GL-CR-TOTAL.
           COMPUTE RUN-WAGE-TOTAL = RUN-GROSS-TOTAL
               - RUN-BONUS-TOTAL - RUN-COMM-TOTAL.
           IF RUN-WAGE-TOTAL NOT = ZERO
               MOVE SPACES          TO GL-FIELDS
               MOVE '61000000'      TO GL-ACCOUNT
               MOVE 'D'             TO GL-DC
               MOVE RUN-WAGE-TOTAL  TO GL-AMOUNT
               MOVE 'PAYROLL GROSS WAGES' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF RUN-BONUS-TOTAL NOT = ZERO
               MOVE SPACES          TO GL-FIELDS
               MOVE '62000000'      TO GL-ACCOUNT
               MOVE 'D'             TO GL-DC
               MOVE RUN-BONUS-TOTAL TO GL-AMOUNT
               MOVE 'BONUS WAGES'   TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF RUN-COMM-TOTAL NOT = ZERO
               MOVE SPACES          TO GL-FIELDS
               MOVE '62000000'      TO GL-ACCOUNT
               MOVE 'D'             TO GL-DC
               MOVE RUN-COMM-TOTAL  TO GL-AMOUNT
               MOVE 'COMMISSION WAGES' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF RUN-TAX-TOTAL NOT = ZERO
               MOVE SPACES          TO GL-FIELDS
               MOVE '22000000'      TO GL-ACCOUNT
           MOVE GROSS-PAY        TO PDT-GROSS.
           MOVE TAX-AMT          TO PDT-TAX.
           MOVE NET-PAY          TO PDT-NET.
           MOVE REG-HOURS        TO PDT-REG-HOURS.
           MOVE OT-HOURS         TO PDT-OT-HOURS.
           IF BONUS-ONLY-RUN
               MOVE ZERO         TO PDT-RATE-PAID
           ELSE
               MOVE HOURLY-RATE  TO PDT-RATE-PAID
           END-IF.
           MOVE RETRO-PAY        TO PDT-RETRO-PAY.
           MOVE BONUS-PAY        TO PDT-BONUS-PAY.
           MOVE COMMISSION-PAY   TO PDT-COMMISSION-PAY.
           WRITE PAY-DTL-REC.
      *
       WRITE-RUN-HISTORY.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
           WRITE PRINT-REC FROM HEADER-4.
           IF REGULAR-RUN
               MOVE 'Hours Worked       ' TO SL-LABEL
               MOVE HOURS-WORKED           TO SL-AMT
               WRITE PRINT-REC FROM STUB-LINE
               MOVE 'Hourly Rate        ' TO SL-LABEL
               MOVE HOURLY-RATE            TO SL-AMT
               WRITE PRINT-REC FROM STUB-LINE
               MOVE 'Regular Hours Pay  ' TO SL-LABEL
               MOVE REG-PAY                TO SL-AMT
               WRITE PRINT-REC FROM STUB-LINE
               MOVE 'Overtime Pay       ' TO SL-LABEL
               MOVE OT-PAY                 TO SL-AMT
               WRITE PRINT-REC FROM STUB-LINE
           END-IF.
           IF RETRO-PAY NOT = ZERO
               MOVE 'Retro Pay          ' TO SL-LABEL
               MOVE RETRO-PAY              TO SL-AMT
               WRITE PRINT-REC FROM STUB-LINE
           END-IF.
           IF BONUS-PAY NOT = ZERO
               MOVE 'Bonus              ' TO SL-LABEL
               MOVE BONUS-PAY              TO SL-AMT
               WRITE PRINT-REC FROM STUB-LINE
           END-IF.
           IF COMMISSION-PAY NOT = ZERO
               MOVE 'Commission         ' TO SL-LABEL
               MOVE COMMISSION-PAY         TO SL-AMT
               WRITE PRINT-REC FROM STUB-LINE
           END-IF.
           MOVE 'Gross Pay          ' TO SL-LABEL.
           MOVE GROSS-PAY              TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'YTD Net Pay        ' TO SLY-LABEL.
           MOVE YTD-NET                TO SLY-AMT.
           WRITE PRINT-REC FROM STUB-YTD-LINE.
           IF YTD-BONUS NOT = ZERO
               MOVE 'YTD Bonus          ' TO SLY-LABEL
               MOVE YTD-BONUS              TO SLY-AMT
               WRITE PRINT-REC FROM STUB-YTD-LINE
           END-IF.
           IF YTD-COMMISSION NOT = ZERO
               MOVE 'YTD Commission     ' TO SLY-LABEL
               MOVE YTD-COMMISSION         TO SLY-AMT
               WRITE PRINT-REC FROM STUB-YTD-LINE
           END-IF.
           PERFORM WRITE-LEAVE-LINES.
      *
      *    WRITE-LEAVE-LINES -- the leave balances TIMEPOST keeps,
