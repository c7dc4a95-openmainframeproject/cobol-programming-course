      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BURRTN.
       AUTHOR.        Otto B. Ledger.
      *--------------------
      *    BURRTN loads the credit bureau's score return -- its
      *    answer to BUREXT's quarterly account-review request, one
      *    record per account in any order (BSRFLDS) -- onto the
      *    external-score history (EXTSCORE, per EXSFLDS).  The
      *    returns are sorted into account order and merged with
      *    the history at (0) to write (+1): an account scored this
      *    time has the new score pushed in as its newest entry,
      *    the oldest of eight falling off; every other account's
      *    history is carried forward as it stood.  RISKSCOR takes
      *    the newest score into the account's grade.
      *
      *    A return the bureau could not score, or carrying a score
      *    outside 300-850 or no usable date, is counted and left
      *    off.  A score dated no later than the newest one already
      *    held is the same refresh loaded twice and is skipped, so
      *    the run may be repeated.
      *
      *    SCORE DROPS.  An account whose new score is lower than
      *    its last refresh's by at least the points on PARMCARD
      *    (bytes 1-3; 040 when missing or zero) is listed on
      *    BURRPT, newest date and both scores, for credit to take
      *    into the next LINEREV review -- the customer may be
      *    falling behind elsewhere while still paying us.  The run
      *    logs to RUNLOG for JOBSTATS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-IN      ASSIGN TO BSRETURN.
           SELECT SCORE-SORT    ASSIGN TO BSRWORK.
           SELECT SCORE-SORTED  ASSIGN TO BSRSORT.
           SELECT HISTORY-IN    ASSIGN TO EXSHIN.
           SELECT HISTORY-OUT   ASSIGN TO EXSHOUT.
           SELECT PARM-CARD     ASSIGN TO PARMCARD.
           SELECT PRINT-LINE    ASSIGN TO BURRPT.
           SELECT RUN-LOG       ASSIGN TO RUNLOG.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SCORE-IN RECORDING MODE F.
       01  SCORE-IN-REC           PIC X(80).
      *
       SD  SCORE-SORT.
       01  SCORE-SORT-REC.
           05  SRT-B-ACCT-NO      PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(3).
           05  SRT-B-SCORE-DATE   PIC X(8).
           05  FILLER             PIC X(60).
      *
       FD  SCORE-SORTED RECORDING MODE F.
       01  SCORE-FIELDS.
           COPY BSRFLDS.
      *
      *    HISTORY-IN/HISTORY-OUT -- the external-score history
      *    (EXSFLDS), read at (0) and carried forward to (+1).
       FD  HISTORY-IN RECORDING MODE F.
       01  HIST-IN-FIELDS.
           COPY EXSFLDS REPLACING LEADING ==EXS-== BY ==EXI-==.
      *
       FD  HISTORY-OUT RECORDING MODE F.
       01  HIST-OUT-FIELDS.
           COPY EXSFLDS.
      *
       FD  PARM-CARD RECORDING MODE F.
       01  PARM-REC.
           05  PARM-DROP-POINTS   PIC 9(3).
           05  FILLER             PIC X(77).
      *
       FD  PRINT-LINE RECORDING MODE F.
       01  PRINT-REC              PIC X(80).
      *
       FD  RUN-LOG RECORDING MODE F.
       01  LOG-FIELDS.
           COPY LOGFLDS.
      *
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  HIST-EOF-FLAG      PIC X VALUE 'N'.
               88  NO-MORE-HISTORY    VALUE 'Y'.
           05  SCORE-EOF-FLAG     PIC X VALUE 'N'.
               88  NO-MORE-SCORES     VALUE 'Y'.
      *
       01  LOAD-COUNTS.
           05  HISTORIES-READ     PIC S9(7) COMP-3 VALUE ZERO.
           05  HISTORIES-WRITTEN  PIC S9(7) COMP-3 VALUE ZERO.
           05  RETURNS-READ       PIC S9(7) COMP-3 VALUE ZERO.
           05  SCORES-LOADED      PIC S9(7) COMP-3 VALUE ZERO.
           05  FIRST-SCORES       PIC S9(7) COMP-3 VALUE ZERO.
           05  NO-SCORE           PIC S9(7) COMP-3 VALUE ZERO.
           05  ALREADY-LOADED     PIC S9(7) COMP-3 VALUE ZERO.
           05  SHARP-DROPS        PIC S9(7) COMP-3 VALUE ZERO.
      *
      *    MERGE-WORK -- the two files' current keys, HIGH-VALUES
      *    once a file is spent, and the account whose history is
      *    being built.
       01  MERGE-WORK.
           05  HIST-KEY           PIC X(8) VALUE SPACES.
           05  SCORE-KEY          PIC X(8) VALUE SPACES.
           05  BUILD-KEY          PIC X(8) VALUE SPACES.
           05  DROP-POINTS        PIC 9(3) VALUE 040.
           05  SCORE-DROP         PIC S9(3) COMP-3 VALUE ZERO.
           05  PRIOR-SCORE        PIC 9(3) VALUE ZERO.
           05  PRIOR-DATE         PIC 9(8) VALUE ZERO.
           05  ENTRY-SUB          PIC S9(4) COMP VALUE 0.
           05  FROM-SUB           PIC S9(4) COMP VALUE 0.
      *
      *    BUILD-FIELDS -- the history being written for BUILD-KEY.
       01  BUILD-FIELDS.
           COPY EXSFLDS REPLACING LEADING ==EXS-== BY ==EXB-==.
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
               'External Score Drops -- For Line Review'.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  HEADER-2.
           05  FILLER         PIC X(10) VALUE 'Account'.
           05  FILLER         PIC X(10) VALUE 'Prior on'.
           05  FILLER         PIC X(07) VALUE 'Prior'.
           05  FILLER         PIC X(10) VALUE 'Scored on'.
           05  FILLER         PIC X(07) VALUE 'Now'.
           05  FILLER         PIC X(36) VALUE 'Drop'.
       01  DROP-LINE.
           05  BDL-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BDL-PRIOR-DATE-O   PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BDL-PRIOR-SCORE-O  PIC ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  BDL-NEW-DATE-O     PIC 9(8).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  BDL-NEW-SCORE-O    PIC ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  BDL-DROP-O         PIC ZZ9.
           05  FILLER             PIC X(33) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO LOG-START-STAMP.
           OPEN INPUT PARM-CARD.
           READ PARM-CARD
               AT END MOVE ZERO TO PARM-DROP-POINTS
           END-READ.
           IF PARM-DROP-POINTS NUMERIC
               AND PARM-DROP-POINTS > ZERO
               MOVE PARM-DROP-POINTS TO DROP-POINTS
           ELSE
               DISPLAY 'BURRTN: NO DROP POINTS ON PARMCARD -- '
                       'USING 040'
           END-IF.
           CLOSE PARM-CARD.
           SORT SCORE-SORT
               ON ASCENDING KEY SRT-B-ACCT-NO
               ON ASCENDING KEY SRT-B-SCORE-DATE
               USING SCORE-IN
               GIVING SCORE-SORTED.
           OPEN INPUT  SCORE-SORTED.
           OPEN INPUT  HISTORY-IN.
           OPEN OUTPUT HISTORY-OUT.
           OPEN OUTPUT PRINT-LINE.
           WRITE PRINT-REC FROM HEADER-1.
           WRITE PRINT-REC FROM HEADER-2.
           PERFORM READ-HISTORY.
           PERFORM READ-SCORE.
      *
      *    MERGE-HISTORY -- a history with no score tonight is
      *    carried as it stands; otherwise the account's history,
      *    or a new one, takes every return for it in date order.
       MERGE-HISTORY.
           PERFORM UNTIL HIST-KEY = HIGH-VALUES
                     AND SCORE-KEY = HIGH-VALUES
               IF HIST-KEY < SCORE-KEY
                   MOVE HIST-IN-FIELDS TO HIST-OUT-FIELDS
                   PERFORM WRITE-HISTORY
                   PERFORM READ-HISTORY
               ELSE
                   MOVE SCORE-KEY TO BUILD-KEY
                   IF HIST-KEY = SCORE-KEY
                       MOVE HIST-IN-FIELDS TO BUILD-FIELDS
                       PERFORM READ-HISTORY
                   ELSE
                       MOVE SPACES TO BUILD-FIELDS
                       MOVE BUILD-KEY TO EXB-ACCT-NO
                       PERFORM VARYING ENTRY-SUB FROM 1 BY 1
                           UNTIL ENTRY-SUB > 8
                           MOVE ZERO TO EXB-SCORE-DATE(ENTRY-SUB)
                                        EXB-SCORE(ENTRY-SUB)
                       END-PERFORM
                   END-IF
                   PERFORM UNTIL SCORE-KEY NOT = BUILD-KEY
                       PERFORM APPLY-ONE-SCORE
                       PERFORM READ-SCORE
                   END-PERFORM
                   IF EXB-SCORE-DATE(1) > ZERO
                       MOVE BUILD-FIELDS TO HIST-OUT-FIELDS
                       PERFORM WRITE-HISTORY
                   END-IF
               END-IF
           END-PERFORM.
      *
       CLOSE-STOP.
           DISPLAY 'BURRTN: RETURNS READ     = ' RETURNS-READ.
           DISPLAY 'BURRTN: SCORES LOADED    = ' SCORES-LOADED.
           DISPLAY 'BURRTN: FIRST SCORES     = ' FIRST-SCORES.
           DISPLAY 'BURRTN: NOT SCORED       = ' NO-SCORE.
           DISPLAY 'BURRTN: ALREADY LOADED   = ' ALREADY-LOADED.
           DISPLAY 'BURRTN: SHARP DROPS      = ' SHARP-DROPS.
           DISPLAY 'BURRTN: HISTORIES READ   = ' HISTORIES-READ.
           DISPLAY 'BURRTN: HISTORIES WRITTEN = ' HISTORIES-WRITTEN.
           CLOSE SCORE-SORTED.
           CLOSE HISTORY-IN.
           CLOSE HISTORY-OUT.
           CLOSE PRINT-LINE.
           PERFORM WRITE-RUN-LOG.
           GOBACK.
      *
       READ-HISTORY.
           READ HISTORY-IN
               AT END SET NO-MORE-HISTORY TO TRUE
           END-READ.
           IF NO-MORE-HISTORY
               MOVE HIGH-VALUES TO HIST-KEY
           ELSE
               ADD 1 TO HISTORIES-READ
               MOVE EXI-ACCT-NO TO HIST-KEY
           END-IF.
      *
       READ-SCORE.
           READ SCORE-SORTED
               AT END SET NO-MORE-SCORES TO TRUE
           END-READ.
           IF NO-MORE-SCORES
               MOVE HIGH-VALUES TO SCORE-KEY
           ELSE
               ADD 1 TO RETURNS-READ
               MOVE BSR-ACCT-NO TO SCORE-KEY
           END-IF.
      *
       WRITE-HISTORY.
           WRITE HIST-OUT-FIELDS.
           ADD 1 TO HISTORIES-WRITTEN.
      *
      *    APPLY-ONE-SCORE -- a usable score newer than the newest
      *    held becomes entry 1, the others moving down one.
       APPLY-ONE-SCORE.
           EVALUATE TRUE
               WHEN NOT BSR-SCORED
                   OR BSR-SCORE NOT NUMERIC
                   OR BSR-SCORE < 300 OR BSR-SCORE > 850
                   OR BSR-SCORE-DATE NOT NUMERIC
                   OR BSR-SCORE-DATE = ZERO
                   ADD 1 TO NO-SCORE
               WHEN BSR-SCORE-DATE NOT > EXB-SCORE-DATE(1)
                   ADD 1 TO ALREADY-LOADED
               WHEN OTHER
                   PERFORM PUSH-NEW-SCORE
           END-EVALUATE.
      *
       PUSH-NEW-SCORE.
           ADD 1 TO SCORES-LOADED.
           MOVE EXB-SCORE-DATE(1) TO PRIOR-DATE.
           MOVE EXB-SCORE(1)      TO PRIOR-SCORE.
           PERFORM VARYING ENTRY-SUB FROM 8 BY -1
               UNTIL ENTRY-SUB < 2
               COMPUTE FROM-SUB = ENTRY-SUB - 1
               MOVE EXB-ENTRY(FROM-SUB) TO EXB-ENTRY(ENTRY-SUB)
           END-PERFORM.
           MOVE BSR-SCORE-DATE TO EXB-SCORE-DATE(1).
           MOVE BSR-SCORE      TO EXB-SCORE(1).
           IF PRIOR-DATE = ZERO
               ADD 1 TO FIRST-SCORES
           ELSE
               COMPUTE SCORE-DROP = PRIOR-SCORE - BSR-SCORE
               IF SCORE-DROP >= DROP-POINTS
                   ADD 1 TO SHARP-DROPS
                   PERFORM WRITE-DROP-LINE
               END-IF
           END-IF.
      *
       WRITE-DROP-LINE.
           MOVE BUILD-KEY      TO BDL-ACCT-NO-O.
           MOVE PRIOR-DATE     TO BDL-PRIOR-DATE-O.
           MOVE PRIOR-SCORE    TO BDL-PRIOR-SCORE-O.
           MOVE BSR-SCORE-DATE TO BDL-NEW-DATE-O.
           MOVE BSR-SCORE      TO BDL-NEW-SCORE-O.
           MOVE SCORE-DROP     TO BDL-DROP-O.
           WRITE PRINT-REC FROM DROP-LINE.
      *
      *    WRITE-RUN-LOG -- appends this run's vital signs to the
      *    shared RUNLOG for JOBSTATS.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO LOG-END-STAMP.
           OPEN EXTEND RUN-LOG.
           MOVE SPACES            TO LOG-FIELDS.
           MOVE 'BURRTN  ' TO LOG-PROGRAM.
           MOVE LOG-START-DATE    TO LOG-RUN-DATE.
           MOVE LOG-START-TIME-WK TO LOG-START-TIME.
           MOVE LOG-END-TIME-WK   TO LOG-END-TIME.
           MOVE RETURNS-READ      TO LOG-RECS-IN.
           MOVE SCORES-LOADED     TO LOG-RECS-OUT.
           MOVE '+'               TO LOG-KEY-TOTAL-SIGN.
           MOVE ZERO              TO LOG-KEY-TOTAL.
           MOVE RETURN-CODE       TO LOG-RETURN-CODE.
           WRITE LOG-FIELDS.
           CLOSE RUN-LOG.
