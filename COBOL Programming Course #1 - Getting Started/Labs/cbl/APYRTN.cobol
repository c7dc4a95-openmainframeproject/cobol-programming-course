      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    APYRTN.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    APYRTN is the autopay return intake.  The bank sends back
      *    every autopay debit it could not collect on a NACHA-format
      *    return file (ACHRETIN): the entry, followed by its '99'
      *    return addenda carrying the return reason code and the
      *    trace number we originated it under.  Each return is
      *    looked up on the ACH origination log ACHLOG (ACLFLDS)
      *    that APYDEBIT keeps; a trace number we never sent goes to
      *    EXCPRINT and the shared EXCPFILE instead.
      *
      *    A matched return becomes one record on ACHRTN in NSFPROC's
      *    returned-item layout -- the account, the amount, the date
      *    the expected payment posted, and the reason -- and ACHRTN
      *    is concatenated under NSFPROC's RTNIN, so a bounced
      *    autopay debit is reversed, feed and all, exactly like any
      *    other bounced payment.
      *
      *    The enrollment (APYFLDS) is carried from APYFILE to APYOUT
      *    with each return counted on it.  Returns that say the bank
      *    account itself can no longer be drawn on -- closed, no
      *    such account, invalid number, unauthorized, revoked,
      *    frozen, non-transaction account, or corporate customer
      *    advises not authorized (R02 R03 R04 R05 R07 R08 R10 R16
      *    R20 R29) -- cancel the enrollment at once with that code
      *    as the reason; any other return cancels it on the second
      *    return, reason RPT.  A cancelled enrollment is drawn on
      *    no more until the customer enrolls again through APYMNT.
      *    APYRRPT lists every return and what it did.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-IN      ASSIGN TO ACHRETIN.
           SELECT ACH-LOG     ASSIGN TO ACHLOG.
           SELECT APY-IN      ASSIGN TO APYFILE.
           SELECT APY-OUT     ASSIGN TO APYOUT.
           SELECT RTN-OUT     ASSIGN TO ACHRTN.
           SELECT PRINT-LINE  ASSIGN TO APYRRPT.
           SELECT EXCEPT-LINE ASSIGN TO EXCPRINT.
           SELECT EXCP-FILE   ASSIGN TO EXCPFILE.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      *
      *    RET-IN -- the bank's return file, 94-byte NACHA records;
      *    only entry detail ('6') and addenda ('7') records are
      *    looked at.
       FD  RET-IN RECORDING MODE F.
       01  RET-REC.
           05  RET-RECORD-TYPE    PIC X(1).
               88  RET-ENTRY          VALUE '6'.
               88  RET-ADDENDA        VALUE '7'.
           05  FILLER             PIC X(93).
       01  RET-ENTRY-REC.
           05  FILLER             PIC X(1).
           05  RTE-TRAN-CODE      PIC X(2).
           05  RTE-RDFI           PIC X(9).
           05  RTE-DFI-ACCT       PIC X(17).
           05  RTE-AMOUNT         PIC 9(8)V99.
           05  RTE-INDIV-ID       PIC X(15).
           05  RTE-INDIV-NAME     PIC X(22).
           05  FILLER             PIC X(3).
           05  RTE-TRACE-NO       PIC X(15).
       01  RET-ADDENDA-REC.
           05  FILLER             PIC X(1).
           05  RTA-TYPE-CODE      PIC X(2).
               88  RTA-RETURN         VALUE '99'.
           05  RTA-RETURN-CODE    PIC X(3).
           05  RTA-ORIG-TRACE     PIC X(15).
           05  RTA-DEATH-DATE     PIC X(6).
           05  RTA-ORIG-RDFI      PIC X(8).
           05  RTA-INFO           PIC X(44).
           05  RTA-TRACE-NO       PIC X(15).
      *
       FD  ACH-LOG RECORDING MODE F.
       01  ACL-FIELDS.
           COPY ACLFLDS.
      *
       FD  APY-IN RECORDING MODE F.
       01  APY-IN-FIELDS.
           COPY APYFLDS REPLACING LEADING ==APY-== BY ==API-==.
      *
       FD  APY-OUT RECORDING MODE F.
       01  APY-FIELDS.
           COPY APYFLDS.
      *
      *    RTN-OUT -- NSFPROC's returned-item layout (RTNIN).
       FD  RTN-OUT RECORDING MODE F.
       01  RTN-FIELDS.
           05  RTN-ACCT-NO        PIC X(8).
           05  RTN-AMOUNT         PIC 9(7)V99.
           05  RTN-ORIG-DATE      PIC 9(8).
           05  RTN-REASON         PIC X(20).
           05  FILLER             PIC X(35).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC.
           05  PRT-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02).
           05  PRT-TRACE-O        PIC X(15).
           05  FILLER             PIC X(02).
           05  PRT-CODE-O         PIC X(3).
           05  FILLER             PIC X(02).
           05  PRT-AMOUNT-O       PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(02).
           05  PRT-NOTE-O         PIC X(35).
      *
       FD  EXCEPT-LINE RECORDING MODE F.
       01  EXCEPT-REC.
           05  EXC-TRACE-O        PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-CODE-O         PIC X(3).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  EXC-REASON-O       PIC X(30).
           05  FILLER             PIC X(28) VALUE SPACES.
      *
      *    EXCP-FILE -- the shared cumulative exception repository
      *    (EXCFLDS); every reject listed on EXCPRINT is also
      *    appended here with a reason code EXCPSUM can trend.
       FD  EXCP-FILE RECORDING MODE F.
       01  EXCP-FIELDS.
           COPY EXCFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RET-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-RET        VALUE 'Y'.
           05  ACL-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-ACL        VALUE 'Y'.
           05  APY-EOF-FLAG       PIC X VALUE 'N'.
               88  NO-MORE-APY        VALUE 'Y'.
           05  RETURN-CAPACITY-FLAG PIC X VALUE 'N'.
               88  RETURN-TABLE-FULL  VALUE 'Y'.
      *
       01  RETURN-COUNTS.
           05  RET-RECS-READ      PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNS-MATCHED    PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNS-REJECTED   PIC S9(7) COMP-3 VALUE ZERO.
           05  APY-RECS-CARRIED   PIC S9(7) COMP-3 VALUE ZERO.
           05  ENROLLMENTS-CANCELLED PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      *    RETURN-TABLE -- every return on the file, with what the
      *    origination log says it reverses once found there.
       01  RETURN-CTL.
           05  RETURN-COUNT       PIC S9(4) COMP VALUE 0.
           05  RETURN-MAX         PIC S9(4) COMP VALUE 500.
       01  RETURN-TABLE.
           05  RETURN-ENTRY OCCURS 500 TIMES INDEXED BY RT-IDX.
               10  RTT-TRACE-NO   PIC X(15).
               10  RTT-CODE       PIC X(3).
               10  RTT-ACCT-NO    PIC X(8).
               10  RTT-AMOUNT     PIC S9(7)V99 COMP-3.
               10  RTT-POST-DATE  PIC 9(8).
               10  RTT-MATCHED    PIC X(1).
               10  RTT-IMAGE      PIC X(94).
      *
       01  ENTRY-IMAGE-WK         PIC X(94) VALUE SPACES.
      *
      *    ACH-REASON-WK -- the return codes that end the enrollment
      *    at once: the bank account cannot be drawn on again.
       01  ACH-REASON-WK          PIC X(3) VALUE SPACES.
           88  ACCOUNT-UNUSABLE   VALUE 'R02' 'R03' 'R04' 'R05'
                                        'R07' 'R08' 'R10' 'R16'
                                        'R20' 'R29'.
       01  RETURN-LIMIT           PIC 9(2) VALUE 2.
       01  NOTE-WK                PIC X(35) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM        PIC 9(8) VALUE ZERO.
      *
       01  HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Autopay ACH Returns'.
           05  FILLER         PIC X(50) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER         PIC X(17) VALUE 'TRACE NUMBER'.
           05  FILLER         PIC X(5)  VALUE 'CODE'.
           05  FILLER         PIC X(13) VALUE '     AMOUNT'.
           05  FILLER         PIC X(35) VALUE 'ACTION'.
       01  EXC-HEADER-1.
           05  FILLER         PIC X(30) VALUE
               'Autopay Return Exceptions'.
           05  FILLER         PIC X(50) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           OPEN OUTPUT EXCEPT-LINE.
           OPEN EXTEND EXCP-FILE.
           OPEN OUTPUT RTN-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE EXCEPT-REC FROM EXC-HEADER-1.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM GATHER-RETURNS.
           PERFORM MATCH-ORIGINATION-LOG.
           PERFORM WRITE-RETURNED-ITEMS.
           PERFORM CARRY-ENROLLMENTS-FORWARD.
      *
       CLOSE-STOP.
           DISPLAY 'APYRTN: RECORDS READ      = ' RET-RECS-READ.
           DISPLAY 'APYRTN: RETURNS READ      = ' RETURNS-READ.
           DISPLAY 'APYRTN: RETURNS MATCHED   = ' RETURNS-MATCHED.
           DISPLAY 'APYRTN: RETURNS REJECTED  = ' RETURNS-REJECTED.
           DISPLAY 'APYRTN: AMOUNT RETURNED   = ' RETURNED-AMOUNT.
           DISPLAY 'APYRTN: RECORDS CARRIED   = ' APY-RECS-CARRIED.
           DISPLAY 'APYRTN: ENROLLMENTS ENDED = '
                   ENROLLMENTS-CANCELLED.
           IF RETURN-TABLE-FULL
               DISPLAY 'APYRTN: RETURN TABLE FILLED AT 500 -- '
                       'EXCESS RETURNS NOT APPLIED'
           END-IF.
           CLOSE EXCEPT-LINE.
           CLOSE EXCP-FILE.
           CLOSE RTN-OUT.
           CLOSE PRINT-LINE.
           GOBACK.
      *
      *    GATHER-RETURNS -- each '99' addenda is a return of the
      *    entry just before it; the entry itself rides along so an
      *    unmatched return can still be listed for what it was,
      *    under the account number we sent as its identification.
       GATHER-RETURNS.
           OPEN INPUT RET-IN.
           PERFORM READ-RET
           PERFORM UNTIL NO-MORE-RET
               ADD 1 TO RET-RECS-READ
               IF RET-ENTRY
                   MOVE RET-REC    TO ENTRY-IMAGE-WK
               END-IF
               IF RET-ADDENDA AND RTA-RETURN
                   ADD 1 TO RETURNS-READ
                   IF RETURN-COUNT < RETURN-MAX
                       ADD 1 TO RETURN-COUNT
                       SET RT-IDX TO RETURN-COUNT
                       MOVE RTA-ORIG-TRACE  TO RTT-TRACE-NO(RT-IDX)
                       MOVE RTA-RETURN-CODE TO RTT-CODE(RT-IDX)
                       MOVE SPACES          TO RTT-ACCT-NO(RT-IDX)
                       MOVE ZERO            TO RTT-AMOUNT(RT-IDX)
                       MOVE ZERO            TO RTT-POST-DATE(RT-IDX)
                       MOVE 'N'             TO RTT-MATCHED(RT-IDX)
                       MOVE ENTRY-IMAGE-WK  TO RTT-IMAGE(RT-IDX)
                   ELSE
                       SET RETURN-TABLE-FULL TO TRUE
                   END-IF
                   MOVE SPACES TO ENTRY-IMAGE-WK
               END-IF
               PERFORM READ-RET
           END-PERFORM.
           CLOSE RET-IN.
      *
       READ-RET.
           READ RET-IN
               AT END SET NO-MORE-RET TO TRUE
           END-READ.
      *
      *    MATCH-ORIGINATION-LOG -- one pass of the cumulative log;
      *    each return picks up the account, amount and posting
      *    date its trace number was originated under.
       MATCH-ORIGINATION-LOG.
           OPEN INPUT ACH-LOG.
           PERFORM READ-ACL
           PERFORM UNTIL NO-MORE-ACL
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RETURN-COUNT
                   IF RTT-TRACE-NO(RT-IDX) = ACL-TRACE-NO
                       MOVE ACL-ACCT-NO   TO RTT-ACCT-NO(RT-IDX)
                       MOVE ACL-AMOUNT    TO RTT-AMOUNT(RT-IDX)
                       MOVE ACL-POST-DATE TO RTT-POST-DATE(RT-IDX)
                       MOVE 'Y'           TO RTT-MATCHED(RT-IDX)
                   END-IF
               END-PERFORM
               PERFORM READ-ACL
           END-PERFORM.
           CLOSE ACH-LOG.
      *
       READ-ACL.
           READ ACH-LOG
               AT END SET NO-MORE-ACL TO TRUE
           END-READ.
      *
      *    WRITE-RETURNED-ITEMS -- a matched return is handed to
      *    NSFPROC; an unmatched one is an exception.
       WRITE-RETURNED-ITEMS.
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > RETURN-COUNT
               IF RTT-MATCHED(RT-IDX) = 'Y'
                   ADD 1 TO RETURNS-MATCHED
                   ADD RTT-AMOUNT(RT-IDX) TO RETURNED-AMOUNT
                   MOVE SPACES              TO RTN-FIELDS
                   MOVE RTT-ACCT-NO(RT-IDX) TO RTN-ACCT-NO
                   MOVE RTT-AMOUNT(RT-IDX)  TO RTN-AMOUNT
                   MOVE RTT-POST-DATE(RT-IDX) TO RTN-ORIG-DATE
                   MOVE 'ACH RETURN'        TO RTN-REASON
                   MOVE RTT-CODE(RT-IDX)    TO RTN-REASON(12:3)
                   WRITE RTN-FIELDS
               ELSE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.
      *
      *    CARRY-ENROLLMENTS-FORWARD -- every enrollment goes to
      *    APYOUT, each of its returns counted and judged.
       CARRY-ENROLLMENTS-FORWARD.
           OPEN INPUT  APY-IN.
           OPEN OUTPUT APY-OUT.
           PERFORM READ-APY
           PERFORM UNTIL NO-MORE-APY
               MOVE APY-IN-FIELDS TO APY-FIELDS
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RETURN-COUNT
                   IF RTT-MATCHED(RT-IDX) = 'Y'
                       AND RTT-ACCT-NO(RT-IDX) = APY-ACCT-NO
                       PERFORM APPLY-ONE-RETURN
                   END-IF
               END-PERFORM
               WRITE APY-FIELDS
               ADD 1 TO APY-RECS-CARRIED
               PERFORM READ-APY
           END-PERFORM.
           CLOSE APY-IN.
           CLOSE APY-OUT.
      *
       READ-APY.
           READ APY-IN
               AT END SET NO-MORE-APY TO TRUE
           END-READ.
      *
      *    APPLY-ONE-RETURN -- counted whatever the enrollment's
      *    state; only an active enrollment can be cancelled.
       APPLY-ONE-RETURN.
           ADD 1 TO APY-RETURN-COUNT.
           MOVE CURRENT-DATE-NUM TO APY-LAST-RETURN-DATE.
           MOVE RTT-CODE(RT-IDX) TO ACH-REASON-WK.
           MOVE 'RETURNED TO NSFPROC' TO NOTE-WK.
           IF APY-ACTIVE
               IF ACCOUNT-UNUSABLE
                   MOVE ACH-REASON-WK TO APY-CANCEL-REASON
                   PERFORM CANCEL-ENROLLMENT
               ELSE
                   IF APY-RETURN-COUNT NOT < RETURN-LIMIT
                       MOVE 'RPT' TO APY-CANCEL-REASON
                       PERFORM CANCEL-ENROLLMENT
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES               TO PRINT-REC.
           MOVE APY-ACCT-NO          TO PRT-ACCT-NO-O.
           MOVE RTT-TRACE-NO(RT-IDX) TO PRT-TRACE-O.
           MOVE RTT-CODE(RT-IDX)     TO PRT-CODE-O.
           MOVE RTT-AMOUNT(RT-IDX)   TO PRT-AMOUNT-O.
           MOVE NOTE-WK              TO PRT-NOTE-O.
           WRITE PRINT-REC.
      *
       CANCEL-ENROLLMENT.
           MOVE 'C'              TO APY-STATUS.
           MOVE CURRENT-DATE-NUM TO APY-CANCEL-DATE.
           ADD 1 TO ENROLLMENTS-CANCELLED.
           MOVE 'RETURNED -- ENROLLMENT CANCELLED' TO NOTE-WK.
      *
       WRITE-EXCEPTION.
           ADD 1 TO RETURNS-REJECTED.
           MOVE RTT-TRACE-NO(RT-IDX) TO EXC-TRACE-O.
           MOVE RTT-CODE(RT-IDX)     TO EXC-CODE-O.
           MOVE 'TRACE NUMBER NOT ON ACHLOG' TO EXC-REASON-O.
           WRITE EXCEPT-REC.
           MOVE SPACES               TO EXCP-FIELDS.
           MOVE 'APYRTN'             TO EXCP-PROGRAM.
           MOVE CURRENT-DATE-NUM     TO EXCP-RUN-DATE.
           MOVE RTT-IMAGE(RT-IDX)(40:8) TO EXCP-KEY.
           MOVE 'Y008'               TO EXCP-REASON-CODE.
           MOVE RTT-IMAGE(RT-IDX)    TO EXCP-RECORD-IMAGE.
           WRITE EXCP-FIELDS.
