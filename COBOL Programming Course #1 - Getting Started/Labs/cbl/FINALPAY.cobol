      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FINALPAY.
       AUTHOR.        Otto B. Mathwiz.
      *--------------------
      *    FINALPAY is the off-cycle final-pay run for terminated
      *    employees, so a leaver's last check stops being worked
      *    out by hand and written on the check stock.  EMPMAINT
      *    marks a termination EMP-STATUS 'T' and leaves the final
      *    hours on the termination card in HOURS-WORKED; PAYSTB01
      *    skips the employee from then on.  This run pays every
      *    'T' employee on EMPREC:
      *
      *      - the final hours, regular and overtime over 40 at time
      *        and a half, at the current HOURLY-RATE;
      *      - the unused VAC-BALANCE as a vacation payout at the
      *        same rate (an overdrawn balance pays nothing -- it is
      *        not recovered from the final check);
      *      - any retro adjustment already approved on RETROIN;
      *      - any bonus or commission still pending on SUPPIN
      *        (SUPFLDS), each on its own stub line and withheld
      *        on at the flat supplemental rate, as PAYSTB01 does;
      *
      *    SICK-BALANCE is not paid out; it is forfeited and shows
      *    on the stub as such.  The run withholds on the total at
      *    the run's tax rate and applies the employee's garnishment
      *    orders and deductions exactly as PAYSTB01 does (the
      *    paragraphs below are PAYSTB01's and must be changed with
      *    them), prints a FINAL PAY stub on PAYSTUB, and writes
      *    the new master on NEWEMP with the hours and both leave
      *    balances zeroed and the status set to 'F' -- final pay
      *    issued -- so a second run cannot pay the employee twice.
      *
      *    A final check goes out as a check, never a deposit: the
      *    net pay is registered on CHKREG under its own number
      *    series, 'F' + yymmdd + sequence, so it cannot collide
      *    with a PAYSTB01 check the same day.  The run otherwise
      *    leaves the same trail as a pay run: YTDIN is rolled to
      *    YTDOUT, GARNFILE to GARNOUT with remittances on GARNREM,
      *    RETROIN to RETROOUT, SUPPIN to SUPPOUT with the items
      *    paid marked P and the pay date, PAYDTL gets a record per
      *    employee paid and PAYHIST one for the run -- so QTRTAX
      *    and W2PRT still prove -- DEDREG lists the deductions by
      *    code and GLFEED carries the balanced journal.  The bonus
      *    and commission paid go into YTD and PAYDTL by type and
      *    to SUPPLEMENTAL WAGE EXPENSE on the GL, as in PAYSTB01.
      *
      *    Nothing here depends on the pay cycle: the run can be
      *    made on any day a final-pay deadline falls due, and the
      *    next PAYSTB01 simply runs from the generations it wrote.
      *    A run with nobody to pay copies its files through and
      *    writes no PAYHIST record.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-LINE  ASSIGN TO PAYSTUB.
           SELECT EMP-REC     ASSIGN TO EMPREC.
           SELECT NEW-EMP-REC ASSIGN TO NEWEMP.
           SELECT YTD-IN      ASSIGN TO YTDIN.
           SELECT YTD-OUT     ASSIGN TO YTDOUT.
           SELECT RATE-FILE   ASSIGN TO RATEFILE.
           SELECT DED-FILE    ASSIGN TO DEDFILE.
           SELECT REG-LINE    ASSIGN TO DEDREG.
           SELECT GL-FEED     ASSIGN TO GLFEED.
           SELECT GARN-IN     ASSIGN TO GARNFILE.
           SELECT GARN-OUT    ASSIGN TO GARNOUT.
           SELECT GARN-REM    ASSIGN TO GARNREM.
           SELECT PAY-DTL     ASSIGN TO PAYDTL.
           SELECT PAY-HIST    ASSIGN TO PAYHIST.
           SELECT CHK-REG     ASSIGN TO CHKREG.
           SELECT RETRO-IN    ASSIGN TO RETROIN.
           SELECT RETRO-OUT   ASSIGN TO RETROOUT.
           SELECT SUPP-IN     ASSIGN TO SUPPIN.
           SELECT SUPP-OUT    ASSIGN TO SUPPOUT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC                  PIC X(80).
      *
       FD  EMP-REC RECORDING MODE F.
       01  EMP-FIELDS.
           COPY EMPFLDS.
      *
       FD  NEW-EMP-REC RECORDING MODE F.
       01  NEW-EMP-FIELDS        PIC X(114).
      *
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
           05  YTO-EMP-NO         PIC X(6).
           05  YTO-GROSS          PIC S9(7)V99 COMP-3.
           05  YTO-TAX            PIC S9(7)V99 COMP-3.
           05  YTO-NET            PIC S9(7)V99 COMP-3.
           05  YTO-BONUS          PIC S9(7)V99 COMP-3.
           05  YTO-COMMISSION     PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(9).
      *
       FD  RATE-FILE RECORDING MODE F.
       01  RATE-REC.
           05  RTF-EFF-DATE       PIC 9(8).
           05  RTF-FILING         PIC X(1).
           05  RTF-RATE           PIC V999.
           05  FILLER             PIC X(68).
      *
       FD  DED-FILE RECORDING MODE F.
       01  DED-REC.
           05  DDF-EMP-NO         PIC X(6).
           05  DDF-CODE           PIC X(3).
           05  DDF-METHOD         PIC X(1).
           05  DDF-AMOUNT         PIC 9(5)V99.
           05  FILLER             PIC X(63).
      *
       FD  REG-LINE RECORDING MODE F.
       01  REG-REC.
           05  REG-CODE-O         PIC X(3).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REG-COUNT-O        PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REG-TOTAL-O        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(54) VALUE SPACES.
      *
       FD  GL-FEED RECORDING MODE F.
       01  GL-FIELDS.
           COPY GLFLDS.
      *
       FD  GARN-IN RECORDING MODE F.
       01  GARN-IN-REC.
           05  GRI-EMP-NO         PIC X(6).
           05  GRI-ORDER-ID       PIC X(10).
           05  GRI-AGENCY         PIC X(20).
           05  GRI-PRIORITY       PIC 9(2).
           05  GRI-PER-PERIOD     PIC 9(5)V99.
           05  GRI-TOTAL-LIMIT    PIC 9(7)V99.
           05  GRI-PAID-TO-DATE   PIC 9(7)V99.
           05  GRI-STATUS         PIC X(1).
           05  FILLER             PIC X(16).
      *
       FD  GARN-OUT RECORDING MODE F.
       01  GARN-OUT-REC.
           05  GRO-EMP-NO         PIC X(6).
           05  GRO-ORDER-ID       PIC X(10).
           05  GRO-AGENCY         PIC X(20).
           05  GRO-PRIORITY       PIC 9(2).
           05  GRO-PER-PERIOD     PIC 9(5)V99.
           05  GRO-TOTAL-LIMIT    PIC 9(7)V99.
           05  GRO-PAID-TO-DATE   PIC 9(7)V99.
           05  GRO-STATUS         PIC X(1).
           05  FILLER             PIC X(16).
      *
       FD  GARN-REM RECORDING MODE F.
       01  GARN-REM-REC.
           05  GRM-AGENCY         PIC X(20).
           05  GRM-ORDER-ID       PIC X(10).
           05  GRM-EMP-NO         PIC X(6).
           05  GRM-AMOUNT         PIC 9(5)V99.
           05  GRM-DATE           PIC 9(8).
           05  FILLER             PIC X(29).
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
           05  PDT-BONUS-PAY      PIC S9(5)V99 COMP-3.
           05  PDT-COMMISSION-PAY PIC S9(5)V99 COMP-3.
           05  FILLER             PIC X(5).
      *
       FD  PAY-HIST RECORDING MODE F.
       01  PAY-HIST-REC.
           05  PHR-RUN-DATE       PIC 9(8).
           05  PHR-EMP-COUNT      PIC 9(5).
           05  PHR-GROSS          PIC S9(9)V99 COMP-3.
           05  PHR-TAX            PIC S9(9)V99 COMP-3.
           05  PHR-NET            PIC S9(9)V99 COMP-3.
           05  FILLER             PIC X(49).
      *
       FD  CHK-REG RECORDING MODE F.
       01  CHK-REG-REC.
           05  CKR-CHECK-NO       PIC X(10).
           05  CKR-EMP-NO         PIC X(6).
           05  CKR-EMP-NAME       PIC X(25).
           05  CKR-ISSUE-DATE     PIC 9(8).
           05  CKR-AMOUNT         PIC S9(7)V99 COMP-3.
           05  CKR-STATUS         PIC X(1).
           05  CKR-CLEARED-DATE   PIC 9(8).
           05  FILLER             PIC X(17).
      *
       FD  RETRO-IN RECORDING MODE F.
       01  RETRO-IN-REC           PIC X(80).
      *
       FD  RETRO-OUT RECORDING MODE F.
       01  RETRO-FIELDS.
           COPY RTAFLDS.
      *
       FD  SUPP-IN RECORDING MODE F.
       01  SUPP-IN-REC            PIC X(80).
      *
       FD  SUPP-OUT RECORDING MODE F.
       01  SUPP-FIELDS.
           COPY SUPFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 LASTREC          PIC X VALUE SPACE.
      *
       01  YTD-WORK.
           05 YTD-EOF-FLAG     PIC X VALUE 'N'.
               88 NO-MORE-YTD      VALUE 'Y'.
           05 YTD-GROSS        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-TAX          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-NET          PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-BONUS        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 YTD-COMMISSION   PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
       01  PAY-WORK.
           05 REG-HOURS        PIC S9(3)V99 COMP-3 VALUE ZERO.
           05 OT-HOURS         PIC S9(3)V99 COMP-3 VALUE ZERO.
           05 REG-PAY          PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 OT-PAY           PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 VAC-HOURS        PIC S9(3)V99 COMP-3 VALUE ZERO.
           05 VAC-PAY          PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 GROSS-PAY        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 TAX-RATE         PIC V999         VALUE ZERO.
           05 TAX-AMT          PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 DED-AMT          PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 DED-TOTAL        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 DEDUCTIBLE-LEFT  PIC S9(5)V99 COMP-3 VALUE ZERO.
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
           05 FINAL-HOURS      PIC S9(3)V99 COMP-3 VALUE ZERO.
      *
       01  GL-RUN-TOTALS.
           05 RUN-GROSS-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-TAX-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-DED-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-GARN-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-NET-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-EMP-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
           05 RUN-VAC-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-BONUS-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-COMM-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 RUN-WAGE-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 EMPLOYEES-READ   PIC S9(5) COMP-3 VALUE ZERO.
           05 CHECKS-ISSUED    PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    CHECK-NO-WORK -- final checks are numbered 'F' + yymmdd
      *    + a three-digit sequence within the run.
       01  CHECK-NO-WORK.
           05 CHECK-SEQ        PIC 9(3) VALUE ZERO.
           05 CHECK-NO-BUILT.
               10 CNB-PREFIX   PIC X(1).
               10 CNB-DATE     PIC X(6).
               10 CNB-SEQ      PIC 9(3).
       01  GL-BALANCE-CHECK.
           05 GL-DR-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 GL-CR-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
       01  GARN-TABLE-CTL.
           05  GARN-COUNT      PIC S9(4) COMP VALUE 0.
           05  GARN-MAX        PIC S9(4) COMP VALUE 100.
           05  GARN-EOF-FLAG   PIC X VALUE 'N'.
               88  NO-MORE-GARNS   VALUE 'Y'.
           05  GARN-PRIO       PIC S9(4) COMP VALUE 0.
       01  GARN-TABLE.
           05  GARN-ENTRY OCCURS 100 TIMES INDEXED BY GR-IDX.
               10  GT-EMP-NO      PIC X(6).
               10  GT-ORDER-ID    PIC X(10).
               10  GT-AGENCY      PIC X(20).
               10  GT-PRIORITY    PIC S9(2) COMP-3.
               10  GT-PER-PERIOD  PIC S9(5)V99 COMP-3.
               10  GT-TOTAL-LIMIT PIC S9(7)V99 COMP-3.
               10  GT-PAID        PIC S9(7)V99 COMP-3.
               10  GT-STATUS      PIC X(1).
      *
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
       01  RATE-TABLE-CTL.
           05  RATE-COUNT      PIC S9(4) COMP VALUE 0.
           05  RATE-MAX        PIC S9(4) COMP VALUE 50.
           05  RATE-EOF-FLAG   PIC X VALUE 'N'.
               88  NO-MORE-RATES   VALUE 'Y'.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10  RT-EFF-DATE    PIC 9(8).
               10  RT-FILING      PIC X(1).
               10  RT-RATE        PIC V999.
       01  BEST-RATE-DATE      PIC 9(8) VALUE ZERO.
      *
       01  DED-TABLE-CTL.
           05  DED-COUNT       PIC S9(4) COMP VALUE 0.
           05  DED-MAX         PIC S9(4) COMP VALUE 200.
           05  DED-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-DEDS    VALUE 'Y'.
       01  DED-TABLE.
           05  DED-ENTRY OCCURS 200 TIMES INDEXED BY DD-IDX.
               10  DT-EMP-NO      PIC X(6).
               10  DT-CODE        PIC X(3).
               10  DT-METHOD      PIC X(1).
               10  DT-AMOUNT      PIC S9(5)V99 COMP-3.
      *
       01  CODE-TABLE-CTL.
           05  CODE-COUNT      PIC S9(4) COMP VALUE 0.
           05  CODE-MAX        PIC S9(4) COMP VALUE 20.
           05  CODE-FOUND-FLAG PIC X VALUE 'N'.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 20 TIMES INDEXED BY CD-IDX.
               10  CT-CODE        PIC X(3).
               10  CT-COUNT       PIC S9(5) COMP-3.
               10  CT-TOTAL       PIC S9(7)V99 COMP-3.
       01  CURRENT-DATE-NUM    PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER          PIC X(24) VALUE
               'FINAL Paycheck Stub for'.
           05  FILLER          PIC X(41) VALUE SPACES.
           05  FILLER          PIC X(05) VALUE 'Page '.
           05  PAGE-NO-O       PIC ZZZ9.
           05  FILLER          PIC X(06) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER          PIC X(05) VALUE 'Year '.
           05  HDR-YR          PIC 9(04).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(06) VALUE 'Month '.
           05  HDR-MO          PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(04) VALUE 'Day '.
           05  HDR-DAY         PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(07) VALUE 'Check '.
           05  HDR-CHECK-NO    PIC X(10).
           05  FILLER          PIC X(34) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER          PIC X(12) VALUE 'Employee No:'.
           05  SH-EMP-NO       PIC X(6).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SH-EMP-NAME     PIC X(25).
           05  FILLER          PIC X(35) VALUE SPACES.
      *
       01  HEADER-4.
           05  FILLER          PIC X(12) VALUE '------------'.
           05  FILLER          PIC X(06) VALUE '------'.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(25) VALUE
               '-------------------------'.
           05  FILLER          PIC X(35) VALUE SPACES.
      *
       01 WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
      *
       01  PAGE-NO              PIC S9(4) COMP VALUE ZERO.
      *
       01  STUB-LINE.
           05  FILLER          PIC X(18) VALUE SPACES.
           05  SL-LABEL        PIC X(20).
           05  SL-AMT          PIC $$,$$9.99.
           05  FILLER          PIC X(33) VALUE SPACES.
      *
       01  STUB-YTD-LINE.
           05  FILLER          PIC X(18) VALUE SPACES.
           05  SLY-LABEL       PIC X(20).
           05  SLY-AMT         PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(28) VALUE SPACES.
      *
       01  STUB-HOURS-LINE.
           05  FILLER          PIC X(18) VALUE SPACES.
           05  SLH-LABEL       PIC X(20).
           05  SLH-HOURS       PIC ZZ9.99-.
           05  FILLER          PIC X(35) VALUE SPACES.
      *
       01  STUB-BLANK          PIC X(80) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-RATE-TABLE.
           PERFORM PICK-SUPP-RATE.
           PERFORM LOAD-DED-TABLE.
           PERFORM LOAD-GARN-TABLE.
           PERFORM LOAD-RETRO-TABLE.
           PERFORM LOAD-SUPP-TABLE.
           OPEN INPUT  EMP-REC.
           OPEN OUTPUT NEW-EMP-REC.
           OPEN OUTPUT PRINT-LINE.
           OPEN INPUT  YTD-IN.
           OPEN OUTPUT YTD-OUT.
           OPEN OUTPUT REG-LINE.
           OPEN OUTPUT GL-FEED.
           OPEN OUTPUT GARN-REM.
           OPEN EXTEND PAY-DTL.
           OPEN EXTEND PAY-HIST.
           OPEN EXTEND CHK-REG.
           PERFORM READ-YTD.
      *
       READ-NEXT-RECORD.
           PERFORM READ-RECORD
           PERFORM UNTIL LASTREC = 'Y'
               ADD 1 TO EMPLOYEES-READ
               PERFORM CARRY-ORPHAN-YTD
               IF EMP-FINAL-DUE
                   PERFORM COMPUTE-FINAL-PAY
                   PERFORM ROLL-YTD-FORWARD
                   PERFORM REGISTER-THE-CHECK
                   PERFORM WRITE-STUB
                   PERFORM WRITE-PAY-DETAIL
                   PERFORM CLOSE-OUT-EMPLOYEE
               ELSE
                   PERFORM CARRY-EMPLOYEE-YTD
               END-IF
               MOVE EMP-FIELDS TO NEW-EMP-FIELDS
               WRITE NEW-EMP-FIELDS
               PERFORM READ-RECORD
           END-PERFORM
           PERFORM FLUSH-REMAINING-YTD
           .
      *
       CLOSE-STOP.
           PERFORM WRITE-DEDUCTION-REGISTER.
           PERFORM WRITE-GARN-MASTER.
           PERFORM WRITE-RETRO-FILE.
           PERFORM WRITE-SUPP-FILE.
           PERFORM WRITE-GL-FEED.
           IF RUN-EMP-COUNT > ZERO
               PERFORM WRITE-RUN-HISTORY
           END-IF.
           DISPLAY 'FINALPAY: EMPLOYEES READ    = ' EMPLOYEES-READ.
           DISPLAY 'FINALPAY: FINAL PAYS        = ' RUN-EMP-COUNT.
           DISPLAY 'FINALPAY: CHECKS ISSUED     = ' CHECKS-ISSUED.
           DISPLAY 'FINALPAY: VACATION PAID OUT = ' RUN-VAC-TOTAL.
           CLOSE EMP-REC.
           CLOSE NEW-EMP-REC.
           CLOSE PRINT-LINE.
           CLOSE YTD-IN.
           CLOSE YTD-OUT.
           CLOSE REG-LINE.
           CLOSE GL-FEED.
           CLOSE GARN-REM.
           CLOSE PAY-DTL.
           CLOSE PAY-HIST.
           CLOSE CHK-REG.
           GOBACK.
      *
       READ-YTD.
           READ YTD-IN
               AT END SET NO-MORE-YTD TO TRUE
           END-READ.
      *
       READ-RECORD.
           READ EMP-REC
               AT END MOVE 'Y' TO LASTREC
           END-READ.
      *
      *    CARRY-EMPLOYEE-YTD -- anyone not being paid off today
      *    keeps the year earned so far, unchanged.
       CARRY-EMPLOYEE-YTD.
           IF NOT NO-MORE-YTD AND YTI-EMP-NO = EMP-NO
               MOVE YTD-IN-REC TO YTD-OUT-REC
               WRITE YTD-OUT-REC
               PERFORM READ-YTD
           END-IF.
      *
       CARRY-ORPHAN-YTD.
           PERFORM UNTIL NO-MORE-YTD OR YTI-EMP-NO >= EMP-NO
               MOVE YTD-IN-REC TO YTD-OUT-REC
               WRITE YTD-OUT-REC
               PERFORM READ-YTD
           END-PERFORM.
      *
       ROLL-YTD-FORWARD.
           IF NOT NO-MORE-YTD AND YTI-EMP-NO = EMP-NO
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
           ADD GROSS-PAY TO YTD-GROSS.
           ADD TAX-AMT   TO YTD-TAX.
           ADD NET-PAY   TO YTD-NET.
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
           PERFORM UNTIL NO-MORE-YTD
               MOVE YTD-IN-REC TO YTD-OUT-REC
               WRITE YTD-OUT-REC
               PERFORM READ-YTD
           END-PERFORM.
      *
      *    COMPUTE-FINAL-PAY -- PAYSTB01's COMPUTE-PAY with the
      *    vacation payout added into gross ahead of withholding.
      *    Supplemental earnings are withheld on at the flat rate,
      *    the rest of gross at the employee's regular rate.
       COMPUTE-FINAL-PAY.
           PERFORM PICK-TAX-RATE.
           IF HOURS-WORKED NUMERIC
               MOVE HOURS-WORKED TO FINAL-HOURS
           ELSE
               MOVE ZERO         TO FINAL-HOURS
           END-IF.
           IF FINAL-HOURS > 40
               MOVE 40                    TO REG-HOURS
               COMPUTE OT-HOURS = FINAL-HOURS - 40
           ELSE
               MOVE FINAL-HOURS           TO REG-HOURS
               MOVE 0                     TO OT-HOURS
           END-IF.
           COMPUTE REG-PAY = REG-HOURS * HOURLY-RATE.
           COMPUTE OT-PAY  = OT-HOURS * HOURLY-RATE * 1.5.
           IF VAC-BALANCE NUMERIC AND VAC-BALANCE > ZERO
               MOVE VAC-BALANCE TO VAC-HOURS
           ELSE
               MOVE ZERO        TO VAC-HOURS
           END-IF.
           COMPUTE VAC-PAY ROUNDED = VAC-HOURS * HOURLY-RATE.
           PERFORM TAKE-RETRO-PAY.
           PERFORM TAKE-SUPP-PAY.
           COMPUTE GROSS-PAY = REG-PAY + OT-PAY + VAC-PAY + RETRO-PAY
               + SUPP-PAY.
           COMPUTE TAX-AMT = (GROSS-PAY - SUPP-PAY) * TAX-RATE.
           COMPUTE SUPP-TAX = SUPP-PAY * SUPP-RATE.
           ADD SUPP-TAX TO TAX-AMT.
           COMPUTE DEDUCTIBLE-LEFT = GROSS-PAY - TAX-AMT.
           IF DEDUCTIBLE-LEFT < ZERO
               MOVE ZERO TO DEDUCTIBLE-LEFT
           END-IF.
           PERFORM APPLY-GARNISHMENTS.
           PERFORM APPLY-DEDUCTIONS.
           COMPUTE NET-PAY = GROSS-PAY - TAX-AMT
               - GARN-THIS-EMP - DED-TOTAL.
           ADD GROSS-PAY     TO RUN-GROSS-TOTAL.
           ADD TAX-AMT       TO RUN-TAX-TOTAL.
           ADD GARN-THIS-EMP TO RUN-GARN-TOTAL.
           ADD DED-TOTAL     TO RUN-DED-TOTAL.
           ADD NET-PAY       TO RUN-NET-TOTAL.
           ADD VAC-PAY       TO RUN-VAC-TOTAL.
           ADD BONUS-PAY     TO RUN-BONUS-TOTAL.
           ADD COMMISSION-PAY TO RUN-COMM-TOTAL.
      *
      *    CLOSE-OUT-EMPLOYEE -- nothing is left owing: the hours
      *    and both leave balances go to zero and the status to
      *    final pay issued.
       CLOSE-OUT-EMPLOYEE.
           MOVE ZERO TO HOURS-WORKED.
           MOVE ZERO TO VAC-BALANCE.
           MOVE ZERO TO SICK-BALANCE.
           SET EMP-FINAL-PAID TO TRUE.
      *
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
       APPLY-GARNISHMENTS.
           MOVE ZERO TO GARN-THIS-EMP.
           PERFORM VARYING GARN-PRIO FROM 0 BY 1
               UNTIL GARN-PRIO > 99
               PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > GARN-COUNT
                   IF GT-EMP-NO(GR-IDX) = EMP-NO
                       AND GT-STATUS(GR-IDX) = 'O'
                       AND GT-PRIORITY(GR-IDX) = GARN-PRIO
                       PERFORM APPLY-ONE-ORDER
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       APPLY-ONE-ORDER.
           MOVE GT-PER-PERIOD(GR-IDX) TO GARN-AMT.
           COMPUTE GARN-ROOM-LEFT =
               GT-TOTAL-LIMIT(GR-IDX) - GT-PAID(GR-IDX).
           IF GARN-AMT > GARN-ROOM-LEFT
               MOVE GARN-ROOM-LEFT TO GARN-AMT
           END-IF.
           IF GARN-AMT > DEDUCTIBLE-LEFT
               MOVE DEDUCTIBLE-LEFT TO GARN-AMT
           END-IF.
           IF GARN-AMT > ZERO
               SUBTRACT GARN-AMT FROM DEDUCTIBLE-LEFT
               ADD GARN-AMT TO GARN-THIS-EMP
               ADD GARN-AMT TO GT-PAID(GR-IDX)
               PERFORM WRITE-REMITTANCE
           END-IF.
           IF GT-PAID(GR-IDX) >= GT-TOTAL-LIMIT(GR-IDX)
               MOVE 'S' TO GT-STATUS(GR-IDX)
           END-IF.
      *
       WRITE-REMITTANCE.
           MOVE SPACES               TO GARN-REM-REC.
           MOVE GT-AGENCY(GR-IDX)    TO GRM-AGENCY.
           MOVE GT-ORDER-ID(GR-IDX)  TO GRM-ORDER-ID.
           MOVE EMP-NO               TO GRM-EMP-NO.
           MOVE GARN-AMT             TO GRM-AMOUNT.
           MOVE CURRENT-DATE-NUM     TO GRM-DATE.
           WRITE GARN-REM-REC.
      *
       PICK-TAX-RATE.
           MOVE ZERO TO BEST-RATE-DATE.
           IF FILING-MARRIED
               MOVE .150 TO TAX-RATE
           ELSE
               MOVE .200 TO TAX-RATE
           END-IF.
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > RATE-COUNT
               IF RT-FILING(RT-IDX) = FILING-STATUS
                   AND RT-EFF-DATE(RT-IDX) <= CURRENT-DATE-NUM
                   AND RT-EFF-DATE(RT-IDX) >= BEST-RATE-DATE
                   MOVE RT-EFF-DATE(RT-IDX) TO BEST-RATE-DATE
                   MOVE RT-RATE(RT-IDX)     TO TAX-RATE
               END-IF
           END-PERFORM.
      *
       APPLY-DEDUCTIONS.
           MOVE ZERO TO DED-TOTAL.
           PERFORM VARYING DD-IDX FROM 1 BY 1
               UNTIL DD-IDX > DED-COUNT
               IF DT-EMP-NO(DD-IDX) = EMP-NO
                   IF DT-METHOD(DD-IDX) = 'P'
                       COMPUTE DED-AMT ROUNDED =
                           GROSS-PAY * DT-AMOUNT(DD-IDX) / 100
                   ELSE
                       MOVE DT-AMOUNT(DD-IDX) TO DED-AMT
                   END-IF
                   IF DED-AMT > DEDUCTIBLE-LEFT
                       MOVE DEDUCTIBLE-LEFT TO DED-AMT
                   END-IF
                   IF DED-AMT > ZERO
                       SUBTRACT DED-AMT FROM DEDUCTIBLE-LEFT
                       ADD DED-AMT TO DED-TOTAL
                       PERFORM TALLY-DEDUCTION-CODE
                   END-IF
               END-IF
           END-PERFORM.
      *
       TALLY-DEDUCTION-CODE.
           MOVE 'N' TO CODE-FOUND-FLAG.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CODE-COUNT
               IF CT-CODE(CD-IDX) = DT-CODE(DD-IDX)
                   ADD 1       TO CT-COUNT(CD-IDX)
                   ADD DED-AMT TO CT-TOTAL(CD-IDX)
                   MOVE 'Y' TO CODE-FOUND-FLAG
                   SET CD-IDX TO CODE-COUNT
               END-IF
           END-PERFORM.
           IF CODE-FOUND-FLAG = 'N' AND CODE-COUNT < CODE-MAX
               ADD 1 TO CODE-COUNT
               MOVE DT-CODE(DD-IDX) TO CT-CODE(CODE-COUNT)
               MOVE 1               TO CT-COUNT(CODE-COUNT)
               MOVE DED-AMT         TO CT-TOTAL(CODE-COUNT)
           END-IF.
      *
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           PERFORM READ-RATE
           PERFORM UNTIL NO-MORE-RATES
               IF RTF-EFF-DATE NUMERIC AND RTF-RATE NUMERIC
                   AND RATE-COUNT < RATE-MAX
                   ADD 1 TO RATE-COUNT
                   MOVE RTF-EFF-DATE TO RT-EFF-DATE(RATE-COUNT)
                   MOVE RTF-FILING   TO RT-FILING(RATE-COUNT)
                   MOVE RTF-RATE     TO RT-RATE(RATE-COUNT)
               END-IF
               PERFORM READ-RATE
           END-PERFORM.
           CLOSE RATE-FILE.
      *
       READ-RATE.
           READ RATE-FILE
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
       LOAD-GARN-TABLE.
           OPEN INPUT GARN-IN.
           PERFORM READ-GARN
           PERFORM UNTIL NO-MORE-GARNS
               IF GRI-EMP-NO NOT = SPACES
                   AND GRI-PRIORITY NUMERIC
                   AND GRI-PER-PERIOD NUMERIC
                   AND GRI-TOTAL-LIMIT NUMERIC
                   AND GRI-PAID-TO-DATE NUMERIC
                   AND GARN-COUNT < GARN-MAX
                   ADD 1 TO GARN-COUNT
                   MOVE GRI-EMP-NO       TO GT-EMP-NO(GARN-COUNT)
                   MOVE GRI-ORDER-ID     TO GT-ORDER-ID(GARN-COUNT)
                   MOVE GRI-AGENCY       TO GT-AGENCY(GARN-COUNT)
                   MOVE GRI-PRIORITY     TO GT-PRIORITY(GARN-COUNT)
                   MOVE GRI-PER-PERIOD   TO GT-PER-PERIOD(GARN-COUNT)
                   MOVE GRI-TOTAL-LIMIT
                       TO GT-TOTAL-LIMIT(GARN-COUNT)
                   MOVE GRI-PAID-TO-DATE TO GT-PAID(GARN-COUNT)
                   MOVE GRI-STATUS       TO GT-STATUS(GARN-COUNT)
               ELSE
                   DISPLAY 'FINALPAY: GARNISHMENT ORDER UNREADABLE '
                       '-- RUN REFUSED: ' GRI-ORDER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-GARN
           END-PERFORM.
           CLOSE GARN-IN.
      *
       READ-GARN.
           READ GARN-IN
               AT END SET NO-MORE-GARNS TO TRUE
           END-READ.
      *
       LOAD-RETRO-TABLE.
           OPEN INPUT RETRO-IN.
           PERFORM READ-RETRO
           PERFORM UNTIL NO-MORE-RETROS
               IF RETRO-COUNT < RETRO-MAX
                   ADD 1 TO RETRO-COUNT
                   MOVE RETRO-IN-REC TO RAT-IMAGE(RETRO-COUNT)
               ELSE
                   DISPLAY 'FINALPAY: RETRO TABLE FILLED AT 2000 '
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
           DISPLAY 'FINALPAY: RETRO ADJUSTMENTS PAID = ' RETROS-PAID.
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
                   DISPLAY 'FINALPAY: SUPPLEMENTAL EARNINGS '
                       'UNREADABLE -- RUN REFUSED: ' SUP-EMP-NO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SUPP-COUNT < SUPP-MAX
                   ADD 1 TO SUPP-COUNT
                   MOVE SUPP-IN-REC TO SPT-IMAGE(SUPP-COUNT)
               ELSE
                   DISPLAY 'FINALPAY: SUPPLEMENTAL TABLE FILLED AT '
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
           DISPLAY 'FINALPAY: SUPPLEMENTAL ITEMS PAID = ' SUPPS-PAID.
           DISPLAY 'FINALPAY: SUPPLEMENTAL ITEMS STILL PENDING = '
               SUPPS-PENDING.
           DISPLAY 'FINALPAY: PRIOR-YEAR ITEMS DROPPED = '
               SUPPS-DROPPED.
      *
       WRITE-GARN-MASTER.
           OPEN OUTPUT GARN-OUT.
           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > GARN-COUNT
               MOVE SPACES                 TO GARN-OUT-REC
               MOVE GT-EMP-NO(GR-IDX)      TO GRO-EMP-NO
               MOVE GT-ORDER-ID(GR-IDX)    TO GRO-ORDER-ID
               MOVE GT-AGENCY(GR-IDX)      TO GRO-AGENCY
               MOVE GT-PRIORITY(GR-IDX)    TO GRO-PRIORITY
               MOVE GT-PER-PERIOD(GR-IDX)  TO GRO-PER-PERIOD
               MOVE GT-TOTAL-LIMIT(GR-IDX) TO GRO-TOTAL-LIMIT
               MOVE GT-PAID(GR-IDX)        TO GRO-PAID-TO-DATE
               MOVE GT-STATUS(GR-IDX)      TO GRO-STATUS
               WRITE GARN-OUT-REC
           END-PERFORM.
           CLOSE GARN-OUT.
      *
      *    WRITE-GL-FEED -- the same balanced journal PAYSTB01
      *    writes, bonus and commission to supplemental wage
      *    expense; the final checks clear through NET PAY CLEARING
      *    like any other payroll check.
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
               MOVE 'FINAL PAY WAGES'  TO GL-DESC
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
               MOVE 'C'             TO GL-DC
               MOVE RUN-TAX-TOTAL   TO GL-AMOUNT
               MOVE 'TAX WITHHELD'  TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF RUN-GARN-TOTAL NOT = ZERO
               MOVE SPACES          TO GL-FIELDS
               MOVE '25000000'      TO GL-ACCOUNT
               MOVE 'C'             TO GL-DC
               MOVE RUN-GARN-TOTAL  TO GL-AMOUNT
               MOVE 'GARNISHMENTS WITHHELD' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF RUN-DED-TOTAL NOT = ZERO
               MOVE SPACES          TO GL-FIELDS
               MOVE '23000000'      TO GL-ACCOUNT
               MOVE 'C'             TO GL-DC
               MOVE RUN-DED-TOTAL   TO GL-AMOUNT
               MOVE 'DEDUCTIONS WITHHELD' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF RUN-NET-TOTAL NOT = ZERO
               MOVE SPACES          TO GL-FIELDS
               MOVE '24000000'      TO GL-ACCOUNT
               MOVE 'C'             TO GL-DC
               MOVE RUN-NET-TOTAL   TO GL-AMOUNT
               MOVE 'NET PAY CLEARING' TO GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF.
           IF GL-DR-TOTAL NOT = GL-CR-TOTAL
               DISPLAY 'FINALPAY: GL FEED OUT OF BALANCE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    REGISTER-THE-CHECK -- every final pay with anything to
      *    pay is a printed check, entered on the register open.
       REGISTER-THE-CHECK.
           MOVE SPACES TO CHECK-NO-BUILT.
           IF NET-PAY > ZERO
               ADD 1 TO CHECK-SEQ
               ADD 1 TO CHECKS-ISSUED
               MOVE 'F'                   TO CNB-PREFIX
               MOVE CURRENT-DATE-NUM(3:6) TO CNB-DATE
               MOVE CHECK-SEQ             TO CNB-SEQ
               MOVE SPACES           TO CHK-REG-REC
               MOVE CHECK-NO-BUILT   TO CKR-CHECK-NO
               MOVE EMP-NO           TO CKR-EMP-NO
               MOVE EMP-NAME         TO CKR-EMP-NAME
               MOVE CURRENT-DATE-NUM TO CKR-ISSUE-DATE
               MOVE NET-PAY          TO CKR-AMOUNT
               MOVE 'O'              TO CKR-STATUS
               MOVE ZERO             TO CKR-CLEARED-DATE
               WRITE CHK-REG-REC
           END-IF.
      *
       WRITE-PAY-DETAIL.
           ADD 1       TO RUN-EMP-COUNT.
           MOVE SPACES           TO PAY-DTL-REC.
           MOVE EMP-NO           TO PDT-EMP-NO.
           MOVE EMP-NAME         TO PDT-EMP-NAME.
           MOVE CURRENT-DATE-NUM TO PDT-RUN-DATE.
           MOVE GROSS-PAY        TO PDT-GROSS.
           MOVE TAX-AMT          TO PDT-TAX.
           MOVE NET-PAY          TO PDT-NET.
           MOVE REG-HOURS        TO PDT-REG-HOURS.
           MOVE OT-HOURS         TO PDT-OT-HOURS.
           MOVE HOURLY-RATE      TO PDT-RATE-PAID.
           MOVE RETRO-PAY        TO PDT-RETRO-PAY.
           MOVE BONUS-PAY        TO PDT-BONUS-PAY.
           MOVE COMMISSION-PAY   TO PDT-COMMISSION-PAY.
           WRITE PAY-DTL-REC.
      *
       WRITE-RUN-HISTORY.
           MOVE SPACES           TO PAY-HIST-REC.
           MOVE CURRENT-DATE-NUM TO PHR-RUN-DATE.
           MOVE RUN-EMP-COUNT    TO PHR-EMP-COUNT.
           MOVE RUN-GROSS-TOTAL  TO PHR-GROSS.
           MOVE RUN-TAX-TOTAL    TO PHR-TAX.
           MOVE RUN-NET-TOTAL    TO PHR-NET.
           WRITE PAY-HIST-REC.
      *
       WRITE-GL-RECORD.
           MOVE CURRENT-DATE-NUM TO GL-POST-DATE.
           MOVE 'FINALPAY'       TO GL-SOURCE.
           IF GL-DEBIT
               ADD GL-AMOUNT TO GL-DR-TOTAL
           ELSE
               ADD GL-AMOUNT TO GL-CR-TOTAL
           END-IF.
           WRITE GL-FIELDS.
      *
       LOAD-DED-TABLE.
           OPEN INPUT DED-FILE.
           PERFORM READ-DED
           PERFORM UNTIL NO-MORE-DEDS
               IF DDF-AMOUNT NUMERIC AND DDF-EMP-NO NOT = SPACES
                   AND DED-COUNT < DED-MAX
                   ADD 1 TO DED-COUNT
                   MOVE DDF-EMP-NO TO DT-EMP-NO(DED-COUNT)
                   MOVE DDF-CODE   TO DT-CODE(DED-COUNT)
                   MOVE DDF-METHOD TO DT-METHOD(DED-COUNT)
                   MOVE DDF-AMOUNT TO DT-AMOUNT(DED-COUNT)
               END-IF
               PERFORM READ-DED
           END-PERFORM.
           CLOSE DED-FILE.
      *
       READ-DED.
           READ DED-FILE
               AT END SET NO-MORE-DEDS TO TRUE
           END-READ.
      *
       WRITE-DEDUCTION-REGISTER.
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CODE-COUNT
               MOVE SPACES           TO REG-REC
               MOVE CT-CODE(CD-IDX)  TO REG-CODE-O
               MOVE CT-COUNT(CD-IDX) TO REG-COUNT-O
               MOVE CT-TOTAL(CD-IDX) TO REG-TOTAL-O
               WRITE REG-REC
           END-PERFORM.
      *
      *    WRITE-STUB -- PAYSTB01's stub with the final hours, the
      *    vacation payout and the check number; the sick balance
      *    the employee leaves behind prints as forfeited.
       WRITE-STUB.
           ADD 1 TO PAGE-NO.
           MOVE WS-CURRENT-YEAR  TO HDR-YR.
           MOVE WS-CURRENT-MONTH TO HDR-MO.
           MOVE WS-CURRENT-DAY   TO HDR-DAY.
           MOVE PAGE-NO          TO PAGE-NO-O.
           MOVE CHECK-NO-BUILT   TO HDR-CHECK-NO.
           MOVE EMP-NO    TO SH-EMP-NO.
           MOVE EMP-NAME  TO SH-EMP-NAME.
           WRITE PRINT-REC FROM STUB-BLANK.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
           WRITE PRINT-REC FROM HEADER-4.
           MOVE 'Final Hours Worked ' TO SLH-LABEL.
           MOVE FINAL-HOURS            TO SLH-HOURS.
           WRITE PRINT-REC FROM STUB-HOURS-LINE.
           MOVE 'Hourly Rate        ' TO SL-LABEL.
           MOVE HOURLY-RATE            TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'Regular Hours Pay  ' TO SL-LABEL.
           MOVE REG-PAY                TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'Overtime Pay       ' TO SL-LABEL.
           MOVE OT-PAY                 TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'Vacation Hours Paid' TO SLH-LABEL.
           MOVE VAC-HOURS              TO SLH-HOURS.
           WRITE PRINT-REC FROM STUB-HOURS-LINE.
           MOVE 'Vacation Payout    ' TO SL-LABEL.
           MOVE VAC-PAY                TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
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
           MOVE 'Tax Withheld       ' TO SL-LABEL.
           MOVE TAX-AMT                TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'Garnishments       ' TO SL-LABEL.
           MOVE GARN-THIS-EMP          TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'Deductions         ' TO SL-LABEL.
           MOVE DED-TOTAL              TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'Net Pay            ' TO SL-LABEL.
           MOVE NET-PAY                TO SL-AMT.
           WRITE PRINT-REC FROM STUB-LINE.
           MOVE 'YTD Gross Pay      ' TO SLY-LABEL.
           MOVE YTD-GROSS              TO SLY-AMT.
           WRITE PRINT-REC FROM STUB-YTD-LINE.
           MOVE 'YTD Tax Withheld   ' TO SLY-LABEL.
           MOVE YTD-TAX                TO SLY-AMT.
           WRITE PRINT-REC FROM STUB-YTD-LINE.
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
           MOVE 'Sick Hours Forfeit ' TO SLH-LABEL.
           IF SICK-BALANCE NUMERIC
               MOVE SICK-BALANCE TO SLH-HOURS
           ELSE
               MOVE ZERO         TO SLH-HOURS
           END-IF.
           WRITE PRINT-REC FROM STUB-HOURS-LINE.
