      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    WAIVRPT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    WAIVRPT is the monthly fee-waiver report: how much each
      *    agent gave back, and how much of each fee type the book
      *    gave back against what it assessed.  The waivers come off
      *    WAIVLOG (WVRFLDS), where FEEWAIV logs every request it
      *    judges -- a waiver counts in the month FEEWAIV approved
      *    it, under the operator whose authority approved it.  The
      *    fees assessed come off TRANHIST: every type 'C' fee item
      *    (OLFE, NSFF, DMFE -- or, on history older than the codes,
      *    its comment) posted in the month.
      *
      *    The report has two parts:
      *
      *      - by agent: each operator's waivers and their amount,
      *        with the requests the operator sent to a supervisor
      *        and those refused at edit;
      *      - by fee type: fees assessed, fees waived, and the
      *        waived amount as a percentage of the assessed amount,
      *        with a line for all fee types together.
      *
      *    PARMCARD names the month, YYYYMM in its first six bytes;
      *    left blank it defaults to the current month, which is the
      *    month being closed when the run is made on the last night
      *    of the month.  Agents past the table are counted in the
      *    totals only, and the operator is told.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIV-LOG    ASSIGN TO WAIVLOG.
           SELECT TRAN-HIST   ASSIGN TO TRANHIST.
           SELECT PARM-CARD   ASSIGN TO PARMCARD.
           SELECT PRINT-LINE  ASSIGN TO WAIVMRPT.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  WAIV-LOG RECORDING MODE F.
       01  WAIV-FIELDS.
           COPY WVRFLDS.
      *
       FD  TRAN-HIST RECORDING MODE F.
       01  HIST-FIELDS.
           COPY HISTFLDS.
      *
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-MONTH         PIC X(6).
           05  FILLER             PIC X(74).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  LOG-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-LOG        VALUE 'Y'.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HIST       VALUE 'Y'.
           05  PARM-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-PARM-CARD       VALUE 'Y'.
           05  AGENT-FOUND-FLAG   PIC X VALUE 'N'.
               88  AGENT-FOUND        VALUE 'Y'.
           05  AGENT-CAPACITY-FLAG PIC X VALUE 'N'.
               88  AGENT-TABLE-FULL   VALUE 'Y'.
      *
       01  REPORT-MONTH           PIC X(6) VALUE SPACES.
       01  FEE-CODE-WK            PIC X(4) VALUE SPACES.
       01  PERCENT-WK             PIC S9(5)V9 COMP-3 VALUE ZERO.
      *
      *    AGENT-TABLE -- one entry per operator seen on the log in
      *    the month, the same bounded-table-with-a-warning
      *    treatment the other operator tables get.
       01  AGENT-CTL.
           05  AGENT-COUNT        PIC S9(4) COMP VALUE 0.
           05  AGENT-MAX          PIC S9(4) COMP VALUE 200.
       01  AGENT-TABLE.
           05  AGENT-ENTRY OCCURS 200 TIMES INDEXED BY AG-IDX.
               10  AGT-OPER-ID    PIC X(8).
               10  AGT-WAIVED     PIC S9(7) COMP-3.
               10  AGT-AMOUNT     PIC S9(9)V99 COMP-3.
               10  AGT-REFERRED   PIC S9(7) COMP-3.
               10  AGT-REFUSED    PIC S9(7) COMP-3.
      *
      *    FEE-TYPE-TABLE -- the three waivable fees, with what the
      *    month assessed and waived of each; entry 4 is the total.
       01  FEE-TYPE-VALUES.
           05  FILLER             PIC X(20) VALUE
               'OLFEOVERLIMIT FEE   '.
           05  FILLER             PIC X(20) VALUE
               'NSFFNSF FEE         '.
           05  FILLER             PIC X(20) VALUE
               'DMFEDORMANCY FEE    '.
           05  FILLER             PIC X(20) VALUE
               '    ALL FEE TYPES   '.
       01  FEE-TYPE-TABLE REDEFINES FEE-TYPE-VALUES.
           05  FEE-TYPE OCCURS 4 TIMES INDEXED BY FT-IDX.
               10  FTT-CODE       PIC X(4).
               10  FTT-DESC       PIC X(16).
       01  FEE-TOTALS.
           05  FEE-TOTAL OCCURS 4 TIMES.
               10  FTT-ASSESSED   PIC S9(7) COMP-3 VALUE ZERO.
               10  FTT-ASSESS-AMT PIC S9(9)V99 COMP-3 VALUE ZERO.
               10  FTT-WAIVED     PIC S9(7) COMP-3 VALUE ZERO.
               10  FTT-WAIVE-AMT  PIC S9(9)V99 COMP-3 VALUE ZERO.
       77  ALL-TYPES              PIC S9(4) COMP VALUE 4.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
      *
       01  HEADER-1.
           05  FILLER         PIC X(27) VALUE
               'Fee Waivers for the Month '.
           05  HDR-MONTH-O    PIC X(6).
           05  FILLER         PIC X(47) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Agent'.
           05  FILLER         PIC X(09) VALUE '  Waivers'.
           05  FILLER         PIC X(16) VALUE '          Amount'.
           05  FILLER         PIC X(10) VALUE '  Referred'.
           05  FILLER         PIC X(10) VALUE '   Refused'.
           05  FILLER         PIC X(25) VALUE SPACES.
      *
       01  AGENT-LINE.
           05  AGL-OPER-ID-O      PIC X(8).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  AGL-WAIVED-O       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AGL-AMOUNT-O       PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  AGL-REFERRED-O     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  AGL-REFUSED-O      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(25) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(18) VALUE 'Fee Type'.
           05  FILLER         PIC X(09) VALUE ' Assessed'.
           05  FILLER         PIC X(15) VALUE '         Amount'.
           05  FILLER         PIC X(08) VALUE '  Waived'.
           05  FILLER         PIC X(15) VALUE '         Amount'.
           05  FILLER         PIC X(10) VALUE '  Pct Amt'.
           05  FILLER         PIC X(05) VALUE SPACES.
      *
       01  FEE-LINE.
           05  FEL-DESC-O         PIC X(16).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FEL-ASSESSED-O     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FEL-ASSESS-AMT-O   PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FEL-WAIVED-O       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FEL-WAIVE-AMT-O    PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FEL-PERCENT-O      PIC ZZ9.9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(06) VALUE SPACES.
      *
       01  BLANK-LINE             PIC X(80) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM READ-PARM-CARD.
           OPEN INPUT  WAIV-LOG.
           OPEN INPUT  TRAN-HIST.
           OPEN OUTPUT PRINT-LINE.
      *
       COUNT-WAIVERS.
           PERFORM READ-LOG
           PERFORM UNTIL NO-MORE-LOG
               IF WVR-RUN-DATE(1:6) = REPORT-MONTH
                   PERFORM COUNT-ONE-WAIVER
               END-IF
               PERFORM READ-LOG
           END-PERFORM.
      *
       COUNT-FEES-ASSESSED.
           PERFORM READ-HIST
           PERFORM UNTIL NO-MORE-HIST
               IF HIST-CREDIT
                   AND HIST-POST-DATE(1:6) = REPORT-MONTH
                   PERFORM NAME-THE-FEE
                   IF FEE-CODE-WK NOT = SPACES
                       PERFORM FIND-FEE-TYPE
                       ADD 1           TO FTT-ASSESSED(FT-IDX)
                       ADD HIST-AMOUNT TO FTT-ASSESS-AMT(FT-IDX)
                       ADD 1           TO FTT-ASSESSED(ALL-TYPES)
                       ADD HIST-AMOUNT TO FTT-ASSESS-AMT(ALL-TYPES)
                   END-IF
               END-IF
               PERFORM READ-HIST
           END-PERFORM.
      *
       PRINT-REPORT.
           MOVE REPORT-MONTH TO HDR-MONTH-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > AGENT-COUNT
               MOVE AGT-OPER-ID(AG-IDX)  TO AGL-OPER-ID-O
               MOVE AGT-WAIVED(AG-IDX)   TO AGL-WAIVED-O
               MOVE AGT-AMOUNT(AG-IDX)   TO AGL-AMOUNT-O
               MOVE AGT-REFERRED(AG-IDX) TO AGL-REFERRED-O
               MOVE AGT-REFUSED(AG-IDX)  TO AGL-REFUSED-O
               WRITE PRINT-REC FROM AGENT-LINE
           END-PERFORM.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-3.
           PERFORM VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > ALL-TYPES
               PERFORM WRITE-FEE-LINE
           END-PERFORM.
      *
       CLOSE-STOP.
           DISPLAY 'WAIVRPT: MONTH REPORTED   = ' REPORT-MONTH.
           DISPLAY 'WAIVRPT: AGENTS LISTED    = ' AGENT-COUNT.
           DISPLAY 'WAIVRPT: WAIVERS          = '
                   FTT-WAIVED(ALL-TYPES).
           DISPLAY 'WAIVRPT: FEES ASSESSED    = '
                   FTT-ASSESSED(ALL-TYPES).
           IF AGENT-TABLE-FULL
               DISPLAY 'WAIVRPT: AGENT TABLE FILLED AT 200 -- '
                       'EXCESS AGENTS IN THE TOTALS ONLY'
           END-IF.
           CLOSE WAIV-LOG.
           CLOSE TRAN-HIST.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    READ-PARM-CARD -- the month to report; a missing or blank
      *    card means the current month.
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END SET NO-PARM-CARD TO TRUE
           END-READ.
           IF NOT NO-PARM-CARD
               AND PARM-MONTH NUMERIC
               AND PARM-MONTH > '000000'
               MOVE PARM-MONTH TO REPORT-MONTH
           ELSE
               MOVE WS-CURRENT-DATE(1:6) TO REPORT-MONTH
           END-IF.
           CLOSE PARM-CARD.
      *
       READ-LOG.
           READ WAIV-LOG
               AT END SET NO-MORE-LOG TO TRUE
           END-READ.
      *
       READ-HIST.
           READ TRAN-HIST
               AT END SET NO-MORE-HIST TO TRUE
           END-READ.
      *
      *    COUNT-ONE-WAIVER -- an approved waiver counts for its
      *    agent and its fee type; a referral or a refusal counts
      *    for its agent only.  A supervisor's decline is the
      *    supervisor's decision, not the agent's, and is left out.
       COUNT-ONE-WAIVER.
           PERFORM FIND-AGENT.
           EVALUATE TRUE
               WHEN WVR-APPROVED
                   IF AGENT-FOUND
                       ADD 1          TO AGT-WAIVED(AG-IDX)
                       ADD WVR-AMOUNT TO AGT-AMOUNT(AG-IDX)
                   END-IF
                   MOVE WVR-FEE-CODE TO FEE-CODE-WK
                   PERFORM FIND-FEE-TYPE
                   ADD 1          TO FTT-WAIVED(FT-IDX)
                   ADD WVR-AMOUNT TO FTT-WAIVE-AMT(FT-IDX)
                   ADD 1          TO FTT-WAIVED(ALL-TYPES)
                   ADD WVR-AMOUNT TO FTT-WAIVE-AMT(ALL-TYPES)
               WHEN WVR-REFERRED
                   IF AGENT-FOUND
                       ADD 1 TO AGT-REFERRED(AG-IDX)
                   END-IF
               WHEN WVR-REJECTED
                   IF AGENT-FOUND
                       ADD 1 TO AGT-REFUSED(AG-IDX)
                   END-IF
           END-EVALUATE.
      *
      *    FIND-AGENT -- the operator's entry, added on first sight;
      *    AG-IDX is left on it.
       FIND-AGENT.
           MOVE 'N' TO AGENT-FOUND-FLAG.
           PERFORM VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > AGENT-COUNT OR AGENT-FOUND
               IF AGT-OPER-ID(AG-IDX) = WVR-OPER-ID
                   SET AGENT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF AGENT-FOUND
               SET AG-IDX DOWN BY 1
           ELSE
               IF AGENT-COUNT < AGENT-MAX
                   ADD 1 TO AGENT-COUNT
                   SET AG-IDX TO AGENT-COUNT
                   MOVE WVR-OPER-ID TO AGT-OPER-ID(AG-IDX)
                   MOVE ZERO        TO AGT-WAIVED(AG-IDX)
                   MOVE ZERO        TO AGT-AMOUNT(AG-IDX)
                   MOVE ZERO        TO AGT-REFERRED(AG-IDX)
                   MOVE ZERO        TO AGT-REFUSED(AG-IDX)
                   SET AGENT-FOUND TO TRUE
               ELSE
                   SET AGENT-TABLE-FULL TO TRUE
               END-IF
           END-IF.
      *
      *    NAME-THE-FEE -- a fee item's code, the FEEWAIV way: its
      *    TRANCODE code, or on older history its comment.
       NAME-THE-FEE.
           MOVE SPACES TO FEE-CODE-WK.
           EVALUATE TRUE
               WHEN HIST-TRAN-CODE = 'OLFE' OR 'NSFF' OR 'DMFE'
                   MOVE HIST-TRAN-CODE TO FEE-CODE-WK
               WHEN HIST-TRAN-CODE NOT = SPACES
                   CONTINUE
               WHEN HIST-COMMENT = 'OVERLIMIT FEE'
                   MOVE 'OLFE' TO FEE-CODE-WK
               WHEN HIST-COMMENT = 'NSF FEE'
                   MOVE 'NSFF' TO FEE-CODE-WK
               WHEN HIST-COMMENT = 'DORMANCY FEE'
                   MOVE 'DMFE' TO FEE-CODE-WK
           END-EVALUATE.
      *
      *    FIND-FEE-TYPE -- FEE-CODE-WK's entry; FT-IDX is left on
      *    it.  FEEWAIV waives only the three types, so a code not
      *    among them cannot reach here.
       FIND-FEE-TYPE.
           SET FT-IDX TO 1.
           SEARCH FEE-TYPE
               AT END SET FT-IDX TO ALL-TYPES
               WHEN FTT-CODE(FT-IDX) = FEE-CODE-WK
                   CONTINUE
           END-SEARCH.
      *
       WRITE-FEE-LINE.
           MOVE FTT-DESC(FT-IDX)       TO FEL-DESC-O.
           MOVE FTT-ASSESSED(FT-IDX)   TO FEL-ASSESSED-O.
           MOVE FTT-ASSESS-AMT(FT-IDX) TO FEL-ASSESS-AMT-O.
           MOVE FTT-WAIVED(FT-IDX)     TO FEL-WAIVED-O.
           MOVE FTT-WAIVE-AMT(FT-IDX)  TO FEL-WAIVE-AMT-O.
           IF FTT-ASSESS-AMT(FT-IDX) > ZERO
               COMPUTE PERCENT-WK ROUNDED =
                   FTT-WAIVE-AMT(FT-IDX) * 100
                   / FTT-ASSESS-AMT(FT-IDX)
           ELSE
               MOVE ZERO TO PERCENT-WK
           END-IF.
           MOVE PERCENT-WK TO FEL-PERCENT-O.
           IF FT-IDX = ALL-TYPES
               WRITE PRINT-REC FROM BLANK-LINE
           END-IF.
           WRITE PRINT-REC FROM FEE-LINE.
