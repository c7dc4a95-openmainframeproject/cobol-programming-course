      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COLRSLT.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    COLRSLT takes back the day's collector call results and
      *    reports what each collector did with the queue COLQBLD
      *    dealt them.  COLLRSLT (RSLFLDS) carries one result per
      *    call: the collector, the account, the date, the channel
      *    and the result code.  Each result is edited --
      *
      *      - the collector must be on the roster (COLLROST);
      *      - the account number must be present;
      *      - the result code must be one RSLFLDS lists;
      *      - the call date must be a date, not after today (a
      *        zero date is taken as today);
      *      - a promise taken (PT) must carry an amount above zero
      *        and a due date on or after the call date --
      *
      *    and a good one is appended to TRACKF as an attempt
      *    record with the result code, so OUTRESCL ages the
      *    account as worked, LGLRPT sees every call, and ACCREVW
      *    counts it as contact.  A bad result is listed on the
      *    report with its reason and goes nowhere else; it is
      *    corrected and sent again with the next day's results.
      *
      *    COLLPROD then gives each collector on the roster, or with
      *    a result, their accounts on today's WORKQ and the day's
      *    work: results recorded (worked), contacts made (CT, PT,
      *    RF), promises taken and dollars promised, with a line of
      *    totals.  The run logs to RUNLOG for JOBSTATS, with the
      *    rejected results as its key total.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-IN   ASSIGN TO COLLRSLT.
           SELECT ROSTER-IN   ASSIGN TO COLLROST.
           SELECT WORK-QUEUE  ASSIGN TO WORKQ.
           SELECT TRACK-OUT   ASSIGN TO TRACKF.
           SELECT PRINT-LINE  ASSIGN TO COLLPROD.
           SELECT RUN-LOG     ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RESULT-IN RECORDING MODE F.
       01  RESULT-FIELDS.
           COPY RSLFLDS.
      *
       FD  ROSTER-IN RECORDING MODE F.
       01  ROSTER-FIELDS.
           COPY COLFLDS.
      *
       FD  WORK-QUEUE RECORDING MODE F.
       01  WORK-FIELDS.
           COPY WRKFLDS.
      *
      *    TRACK-OUT -- OUTREACH's attempt records; see OUTRESCL for
      *    the layout's aging rules.
       FD  TRACK-OUT RECORDING MODE F.
       01  TRACK-REC.
           05  ATT-ACCT-NO        PIC X(8).
           05  ATT-DATE           PIC 9(8).
           05  ATT-CHANNEL        PIC X(1).
           05  ATT-RESULT         PIC X(2).
           05  FILLER             PIC X(61).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
      *    RUN-LOG -- one LOGFLDS record appended per run.
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  RESULT-EOF-FLAG    PIC X VALUE 'N'.
               88  NO-MORE-RESULTS    VALUE 'Y'.
           05  SIDE-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-SIDE       VALUE 'Y'.
           05  FOUND-FLAG         PIC X VALUE 'N'.
               88  COLLECTOR-FOUND    VALUE 'Y'.
           05  REFUSED-FLAG       PIC X VALUE 'N'.
               88  RUN-REFUSED        VALUE 'Y'.
      *
       01  RESULT-COUNTS.
           05  RESULTS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  RESULTS-POSTED     PIC S9(7) COMP-3 VALUE ZERO.
           05  RESULTS-REJECTED   PIC S9(7) COMP-3 VALUE ZERO.
       01  REJECT-REASON          PIC X(30) VALUE SPACES.
       01  CALL-DATE-WK           PIC 9(8) VALUE ZERO.
       01  CALL-DATE-PARTS REDEFINES CALL-DATE-WK.
           05  CALL-YR            PIC 9(4).
           05  CALL-MO            PIC 9(2).
           05  CALL-DAY           PIC 9(2).
       01  LOOKUP-COLLECTOR       PIC X(8) VALUE SPACES.
      *
      *    COLLECTOR-TABLE -- everyone on the roster, working or
      *    not, with the day's figures.
       01  COLLECTOR-CTL.
           05  COLLECTOR-COUNT    PIC S9(4) COMP VALUE 0.
           05  COLLECTOR-MAX      PIC S9(4) COMP VALUE 100.
       01  COLLECTOR-TABLE.
           05  COLLECTOR-ENTRY OCCURS 100 TIMES INDEXED BY CL-IDX.
               10  CLT-ID         PIC X(8).
               10  CLT-NAME       PIC X(25).
               10  CLT-ASSIGNED   PIC S9(5) COMP-3.
               10  CLT-WORKED     PIC S9(5) COMP-3.
               10  CLT-CONTACTED  PIC S9(5) COMP-3.
               10  CLT-PROMISES   PIC S9(5) COMP-3.
               10  CLT-PROMISED   PIC S9(9)V99 COMP-3.
       01  DAY-TOTALS.
           05  TOT-ASSIGNED       PIC S9(7) COMP-3 VALUE ZERO.
           05  TOT-WORKED         PIC S9(7) COMP-3 VALUE ZERO.
           05  TOT-CONTACTED      PIC S9(7) COMP-3 VALUE ZERO.
           05  TOT-PROMISES       PIC S9(7) COMP-3 VALUE ZERO.
           05  TOT-PROMISED       PIC S9(9)V99 COMP-3 VALUE ZERO.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR         PIC 9(04).
               10  WS-CURRENT-MONTH        PIC 9(02).
               10  WS-CURRENT-DAY          PIC 9(02).
       01  CURRENT-DATE-NUM       PIC 9(8) VALUE ZERO.
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
           05  FILLER         PIC X(31) VALUE
               'Collector Productivity for '.
           05  HDR-RUN-DATE-O PIC 9(8).
           05  FILLER         PIC X(41) VALUE SPACES.
      *
       01  HEADER-2.
           05  FILLER         PIC X(40) VALUE
               'Results rejected -- correct and resend'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  HEADER-3.
           05  FILLER         PIC X(10) VALUE 'Collector'.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(10) VALUE 'Date'.
           05  FILLER         PIC X(04) VALUE 'Res'.
           05  FILLER         PIC X(30) VALUE 'Reason'.
           05  FILLER         PIC X(16) VALUE SPACES.
      *
       01  REJECT-LINE.
           05  REJ-COLLECTOR-O    PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REJ-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REJ-DATE-O         PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REJ-RESULT-O       PIC X(2).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  REJ-REASON-O       PIC X(30).
           05  FILLER             PIC X(16) VALUE SPACES.
      *
       01  NO-REJECTS-LINE.
           05  FILLER         PIC X(40) VALUE
               '  (no results rejected)'.
           05  FILLER         PIC X(40) VALUE SPACES.
      *
       01  HEADER-4.
           05  FILLER         PIC X(10) VALUE 'Collector'.
           05  FILLER         PIC X(21) VALUE 'Name'.
           05  FILLER         PIC X(07) VALUE ' Queued'.
           05  FILLER         PIC X(07) VALUE ' Worked'.
           05  FILLER         PIC X(08) VALUE ' Contact'.
           05  FILLER         PIC X(08) VALUE ' Promise'.
           05  FILLER         PIC X(16) VALUE '  Dollars Prom'.
           05  FILLER         PIC X(03) VALUE SPACES.
      *
       01  PROD-LINE.
           05  PRD-ID-O           PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  PRD-NAME-O         PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PRD-ASSIGNED-O     PIC ZZZZZZ9.
           05  PRD-WORKED-O       PIC ZZZZZZ9.
           05  PRD-CONTACTED-O    PIC ZZZZZZZ9.
           05  PRD-PROMISES-O     PIC ZZZZZZZ9.
           05  PRD-PROMISED-O     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(05) VALUE SPACES.
      *
       01  BLANK-LINE             PIC X(80) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           PERFORM LOAD-ROSTER.
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF.
           PERFORM COUNT-QUEUES.
           OPEN INPUT  RESULT-IN.
           OPEN EXTEND TRACK-OUT.
           OPEN OUTPUT PRINT-LINE.
           MOVE CURRENT-DATE-NUM TO HDR-RUN-DATE-O.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-2.
           WRITE PRINT-REC FROM HEADER-3.
      *
       TAKE-RESULTS.
           PERFORM READ-RESULT
           PERFORM UNTIL NO-MORE-RESULTS
               ADD 1 TO RESULTS-READ
               PERFORM EDIT-ONE-RESULT
               IF REJECT-REASON = SPACES
                   PERFORM POST-ONE-RESULT
               ELSE
                   PERFORM WRITE-REJECT-LINE
               END-IF
               PERFORM READ-RESULT
           END-PERFORM.
           IF RESULTS-REJECTED = ZERO
               WRITE PRINT-REC FROM NO-REJECTS-LINE
           END-IF.
           PERFORM PRINT-PRODUCTIVITY.
      *
       CLOSE-STOP.
           DISPLAY 'COLRSLT: RESULTS READ      = ' RESULTS-READ.
           DISPLAY 'COLRSLT: POSTED TO TRACKF  = ' RESULTS-POSTED.
           DISPLAY 'COLRSLT: REJECTED          = ' RESULTS-REJECTED.
           CLOSE RESULT-IN.
           CLOSE TRACK-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
      *    LOAD-ROSTER -- every collector on the roster; one that
      *    does not fit would have good results rejected, so a full
      *    table refuses the run.
       LOAD-ROSTER.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT ROSTER-IN.
           PERFORM READ-ROSTER
           PERFORM UNTIL NO-MORE-SIDE
               IF COLLECTOR-COUNT < COLLECTOR-MAX
                   ADD 1 TO COLLECTOR-COUNT
                   SET CL-IDX TO COLLECTOR-COUNT
                   MOVE COL-COLLECTOR-ID TO CLT-ID(CL-IDX)
                   MOVE COL-NAME         TO CLT-NAME(CL-IDX)
                   MOVE ZERO TO CLT-ASSIGNED(CL-IDX)
                                CLT-WORKED(CL-IDX)
                                CLT-CONTACTED(CL-IDX)
                                CLT-PROMISES(CL-IDX)
                                CLT-PROMISED(CL-IDX)
               ELSE
                   IF NOT RUN-REFUSED
                       DISPLAY 'COLRSLT: COLLECTORS FILL THE TABLE '
                               'AT 100 -- RUN REFUSED'
                   END-IF
                   SET RUN-REFUSED TO TRUE
               END-IF
               PERFORM READ-ROSTER
           END-PERFORM.
           CLOSE ROSTER-IN.
      *
       READ-ROSTER.
           READ ROSTER-IN
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
      *    COUNT-QUEUES -- each collector's accounts on today's
      *    WORKQ.
       COUNT-QUEUES.
           MOVE 'N' TO SIDE-EOF-FLAG.
           OPEN INPUT WORK-QUEUE.
           PERFORM READ-QUEUE
           PERFORM UNTIL NO-MORE-SIDE
               MOVE WRK-COLLECTOR-ID TO LOOKUP-COLLECTOR
               PERFORM FIND-COLLECTOR
               IF COLLECTOR-FOUND
                   ADD 1 TO CLT-ASSIGNED(CL-IDX)
               END-IF
               PERFORM READ-QUEUE
           END-PERFORM.
           CLOSE WORK-QUEUE.
      *
       READ-QUEUE.
           READ WORK-QUEUE
               AT END SET NO-MORE-SIDE TO TRUE
           END-READ.
      *
       READ-RESULT.
           READ RESULT-IN
               AT END SET NO-MORE-RESULTS TO TRUE
           END-READ.
      *
      *    EDIT-ONE-RESULT -- REJECT-REASON is left blank on a good
      *    result; the first failure found is the one reported.
       EDIT-ONE-RESULT.
           MOVE SPACES TO REJECT-REASON.
           MOVE RSL-COLLECTOR-ID TO LOOKUP-COLLECTOR.
           PERFORM FIND-COLLECTOR.
           MOVE ZERO TO CALL-DATE-WK.
           IF RSL-CALL-DATE NUMERIC
               MOVE RSL-CALL-DATE TO CALL-DATE-WK
               IF CALL-DATE-WK = ZERO
                   MOVE CURRENT-DATE-NUM TO CALL-DATE-WK
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT COLLECTOR-FOUND
                   MOVE 'COLLECTOR NOT ON ROSTER' TO REJECT-REASON
               WHEN RSL-ACCT-NO = SPACES
                   MOVE 'ACCOUNT NUMBER MISSING' TO REJECT-REASON
               WHEN NOT RSL-VALID-RESULT
                   MOVE 'RESULT CODE UNKNOWN' TO REJECT-REASON
               WHEN CALL-DATE-WK = ZERO
                   OR CALL-MO < 1 OR CALL-MO > 12
                   OR CALL-DAY < 1 OR CALL-DAY > 31
                   MOVE 'CALL DATE NOT A DATE' TO REJECT-REASON
               WHEN CALL-DATE-WK > CURRENT-DATE-NUM
                   MOVE 'CALL DATE AFTER TODAY' TO REJECT-REASON
               WHEN RSL-PROMISE-TAKEN
                   AND (RSL-PROM-AMOUNT NOT NUMERIC
                        OR RSL-PROM-AMOUNT = ZERO)
                   MOVE 'PROMISE AMOUNT MISSING' TO REJECT-REASON
               WHEN RSL-PROMISE-TAKEN
                   AND (RSL-PROM-DUE-DATE NOT NUMERIC
                        OR RSL-PROM-DUE-DATE < CALL-DATE-WK)
                   MOVE 'PROMISE DUE DATE BAD' TO REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    POST-ONE-RESULT -- the attempt onto TRACKF and the
      *    figures onto the collector.
       POST-ONE-RESULT.
           MOVE SPACES           TO TRACK-REC.
           MOVE RSL-ACCT-NO      TO ATT-ACCT-NO.
           MOVE CALL-DATE-WK     TO ATT-DATE.
           IF RSL-CHANNEL = 'E'
               MOVE 'E' TO ATT-CHANNEL
           ELSE
               MOVE 'P' TO ATT-CHANNEL
           END-IF.
           MOVE RSL-RESULT       TO ATT-RESULT.
           WRITE TRACK-REC.
           ADD 1 TO RESULTS-POSTED.
           ADD 1 TO CLT-WORKED(CL-IDX).
           IF RSL-CONTACTED
               ADD 1 TO CLT-CONTACTED(CL-IDX)
           END-IF.
           IF RSL-PROMISE-TAKEN
               ADD 1               TO CLT-PROMISES(CL-IDX)
               ADD RSL-PROM-AMOUNT TO CLT-PROMISED(CL-IDX)
           END-IF.
      *
       WRITE-REJECT-LINE.
           ADD 1 TO RESULTS-REJECTED.
           MOVE RSL-COLLECTOR-ID TO REJ-COLLECTOR-O.
           MOVE RSL-ACCT-NO      TO REJ-ACCT-NO-O.
           MOVE RSL-CALL-DATE    TO REJ-DATE-O.
           MOVE RSL-RESULT       TO REJ-RESULT-O.
           MOVE REJECT-REASON    TO REJ-REASON-O.
           WRITE PRINT-REC FROM REJECT-LINE.
      *
       FIND-COLLECTOR.
           MOVE 'N' TO FOUND-FLAG.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > COLLECTOR-COUNT OR COLLECTOR-FOUND
               IF CLT-ID(CL-IDX) = LOOKUP-COLLECTOR
                   SET COLLECTOR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF COLLECTOR-FOUND
               SET CL-IDX DOWN BY 1
           END-IF.
      *
      *    PRINT-PRODUCTIVITY -- one line for each collector with a
      *    queue or a result today, then the day's totals.
       PRINT-PRODUCTIVITY.
           WRITE PRINT-REC FROM BLANK-LINE.
           WRITE PRINT-REC FROM HEADER-4.
           PERFORM VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > COLLECTOR-COUNT
               IF CLT-ASSIGNED(CL-IDX) > ZERO
                   OR CLT-WORKED(CL-IDX) > ZERO
                   PERFORM WRITE-PROD-LINE
               END-IF
           END-PERFORM.
           WRITE PRINT-REC FROM BLANK-LINE.
           MOVE 'TOTALS'      TO PRD-ID-O.
           MOVE SPACES        TO PRD-NAME-O.
           MOVE TOT-ASSIGNED  TO PRD-ASSIGNED-O.
           MOVE TOT-WORKED    TO PRD-WORKED-O.
           MOVE TOT-CONTACTED TO PRD-CONTACTED-O.
           MOVE TOT-PROMISES  TO PRD-PROMISES-O.
           MOVE TOT-PROMISED  TO PRD-PROMISED-O.
           WRITE PRINT-REC FROM PROD-LINE.
      *
       WRITE-PROD-LINE.
           MOVE CLT-ID(CL-IDX)        TO PRD-ID-O.
           MOVE CLT-NAME(CL-IDX)      TO PRD-NAME-O.
           MOVE CLT-ASSIGNED(CL-IDX)  TO PRD-ASSIGNED-O.
           MOVE CLT-WORKED(CL-IDX)    TO PRD-WORKED-O.
           MOVE CLT-CONTACTED(CL-IDX) TO PRD-CONTACTED-O.
           MOVE CLT-PROMISES(CL-IDX)  TO PRD-PROMISES-O.
           MOVE CLT-PROMISED(CL-IDX)  TO PRD-PROMISED-O.
           WRITE PRINT-REC FROM PROD-LINE.
           ADD CLT-ASSIGNED(CL-IDX)   TO TOT-ASSIGNED.
           ADD CLT-WORKED(CL-IDX)     TO TOT-WORKED.
           ADD CLT-CONTACTED(CL-IDX)  TO TOT-CONTACTED.
           ADD CLT-PROMISES(CL-IDX)   TO TOT-PROMISES.
           ADD CLT-PROMISED(CL-IDX)   TO TOT-PROMISED.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG file for the daily JOBSTATS summary.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'COLRSLT'         TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RESULTS-READ      TO LOG-RECS-IN.
           MOVE RESULTS-POSTED    TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE RESULTS-REJECTED  TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
